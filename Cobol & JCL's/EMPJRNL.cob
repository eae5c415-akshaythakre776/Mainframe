      *  DEDUCTION MONEY NOT ITEMISED CREDITS THE           *
      *  SUSPENSE LINE AND WARNS.  NO RULES FILE MEANS THE  *
      *  ORIGINAL ONE-CREDIT JOURNAL, UNCHANGED.            *
      *  SALARY DEBITS ARE TOTALLED BY COST CENTER WITHIN   *
      *  PAY GROUP AND EACH CARRIES ITS GROUP               *
      *  (JR-PAY-GROUP, BLANK FOR THE STANDARD MONTHLY      *
      *  GROUP), SO A WEEKLY OR FORTNIGHTLY GROUP'S COST    *
      *  CAN BE TOLD APART ON THE LEDGER.  THE CREDIT LINES *
      *  ARE SPLIT THE SAME WAY: EACH PAY GROUP ON THE      *
      *  EXTRACT IS JOURNALLED AND BALANCED AS ITS OWN      *
      *  SLICE, EVERY LINE CARRYING THE GROUP, SO ONE       *
      *  GROUP'S PAY CAN BE BACKED OUT OR RETURNED ON ITS   *
      *  OWN.                                               *
      *  WITH FINANCE'S CHART OF ACCOUNTS (COAMAST.DAT)     *
      *  PRESENT EVERY LINE IS CHECKED BEFORE IT IS         *
      *  WRITTEN: ITS ACCOUNT - OR, ON A SALARY DEBIT, ITS  *
      *  COST CENTER - MUST BE OPEN, ALLOW POSTING AND BE   *
      *  VALID ON THE RUN DATE.  A LINE THAT FAILS GOES TO  *
      *  THE JOURNAL SUSPENSE ACCOUNT ('JSU' ON GLRULES)    *
      *  WITH ITS ORIGINAL CODE KEPT IN JR-ORIG-ACCOUNT,    *
      *  IS ENTERED ON THE EXCEPTION REGISTER AND ENDS THE  *
      *  STEP RC=4, SO THE LEDGER NO LONGER REJECTS THE     *
      *  WHOLE JOURNAL THE NEXT MORNING.  IF THE SUSPENSE   *
      *  ACCOUNT ITSELF IS NOT POSTABLE THE LINE IS LEFT    *
      *  AS IT IS AND THE STEP ENDS RC=8.                   *
      *  EVERY LINE CARRIES THE COMPANY IT BELONGS TO       *
      *  (JR-COMPANY) AND EACH COMPANY'S LINES ARE ALSO     *
      *  WRITTEN TO ITS OWN FILE, JRNLCCC.DAT, FOR LOADING  *
      *  TO THAT COMPANY'S LEDGER.  WHEN THE EXTRACT NAMES  *
      *  MORE THAN ONE COMPANY OR PAY GROUP THE JOURNAL IS  *
      *  BUILT AND BALANCED COMPANY BY COMPANY, AND WITHIN  *
      *  EACH COMPANY GROUP BY GROUP: SALARY IS DEBITED TO  *
      *  THE COMPANY CHARGED (GL-COMPANY) AND PAID OUT OF   *
      *  THE COMPANY THAT EMPLOYS (GL-PAY-COMPANY), WITH A  *
      *  TRANSFER SLICE CHARGED ACROSS COMPANIES CARRIED BY *
      *  AN INTERCOMPANY RECEIVABLE DEBIT ('ICR') IN THE    *
      *  PAYING COMPANY AND AN INTERCOMPANY PAYABLE CREDIT  *
      *  ('ICP') IN THE CHARGED ONE.  TAX, DEDUCTIONS AND   *
      *  NET COME FROM THE EXTRACT LINES OF EACH PAYING     *
      *  COMPANY; SI, EXPENSES AND ITEMISED DEDUCTIONS GO   *
      *  TO THE EMPLOYEE'S PAYING COMPANY.  THE COMPANY     *
      *  FIGURES MUST ADD BACK TO THE PAY-RUN TOTALS AND    *
      *  EVERY SLICE MUST BALANCE, OR NOTHING IS WRITTEN    *
      *  AND THE STEP ENDS RC=8.                            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT CHART-FILE ASSIGN TO 'COAMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT CO-JOURNAL-FILE ASSIGN TO WS-CO-JRNL-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT11.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  EXTRACT-RECORD.
           03  GL-CC-CODE          PIC X(06).
           03  GL-EMP-ID           PIC X(05).
           03  GL-DEDN             PIC 9(7)V99.
           03  GL-NET              PIC 9(7)V99.
           03  GL-DATE             PIC 9(08).
           03  GL-PAY-GROUP        PIC X(02).
           03  GL-COMPANY          PIC X(03).
           03  GL-PAY-COMPANY      PIC X(03).
           03  GL-TAX              PIC 9(7)V99.
       FD  JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  JOURNAL-RECORD.
           03  JR-PERIOD           PIC 9(06).
           03  JR-ACCOUNT          PIC X(06).
               88  JR-DEBIT                    VALUE 'D'.
               88  JR-CREDIT                   VALUE 'C'.
           03  JR-AMOUNT           PIC 9(9)V99.
           03  FILLER              PIC X(08) VALUE SPACES.
           03  JR-PAY-GROUP        PIC X(02) VALUE SPACES.
           03  JR-ORIG-ACCOUNT     PIC X(06) VALUE SPACES.
           03  JR-COMPANY          PIC X(03) VALUE SPACES.
       FD  CO-JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  CO-JOURNAL-RECORD       PIC X(43).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  PAY-CONTROL-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY PAYCTL.
       FD  CHART-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY COAREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
               05  TBL-DTY-TOTAL   PIC 9(09)V99.
       01  WS-RSUB                 PIC 9(02) VALUE ZERO.
       01  WS-RFIND                PIC 9(02) VALUE ZERO.
       01  WS-RLSUB                PIC 9(02) VALUE ZERO.
       01  WS-WORK-CODE            PIC X(03) VALUE SPACES.
       01  WS-WORK-AMT             PIC 9(09)V99 VALUE ZERO.
       01  WS-WORK-ACCT            PIC X(06) VALUE SPACES.
       01  WS-TAX-ACCT             PIC X(06) VALUE 'PY9050'.
       01  WS-SHT-ACCT             PIC X(06) VALUE 'PY9810'.
       01  WS-DSU-ACCT             PIC X(06) VALUE 'PY9990'.
       01  WS-JSU-ACCT             PIC X(06) VALUE 'PY9995'.
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-COA-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-CHART                  VALUE 'Y'.
       01  WS-COA-FLAG             PIC X(01) VALUE 'N'.
           88  CHART-LOADED                  VALUE 'Y'.
       01  WS-JSU-FLAG             PIC X(01) VALUE 'N'.
           88  JSU-POSTABLE                  VALUE 'Y'.
       01  WS-COA-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-COA-TABLE.
           03  COA-ENTRY           OCCURS 2000 TIMES.
               05  TBL-COA-TYPE    PIC X(01).
               05  TBL-COA-CODE    PIC X(06).
               05  TBL-COA-STATUS  PIC X(01).
               05  TBL-COA-POSTING PIC X(01).
               05  TBL-COA-FROM    PIC 9(08).
               05  TBL-COA-TO      PIC 9(08).
       01  WS-CSUB                 PIC 9(04) VALUE ZERO.
       01  WS-CFIND                PIC 9(04) VALUE ZERO.
       01  WS-LINE-TYPE            PIC X(01) VALUE 'A'.
       01  WS-CHK-TYPE             PIC X(01) VALUE SPACE.
       01  WS-CHK-CODE             PIC X(06) VALUE SPACES.
       01  WS-COA-REASON           PIC X(14) VALUE SPACES.
       01  WS-TOT-REDIRECTED       PIC 9(05) VALUE ZERO.
       COPY EXCPREG.
       01  WS-FILE-STAT11          PIC X(02).
       01  WS-CO-JRNL-ASGN         PIC X(30) VALUE SPACES.
       01  WS-CO-FILE-FLAG         PIC X(01) VALUE 'N'.
           88  CO-FILE-OPEN                  VALUE 'Y'.
       01  WS-ICR-ACCT             PIC X(06) VALUE 'IC1400'.
       01  WS-ICP-ACCT             PIC X(06) VALUE 'IC2400'.
       01  WS-CUR-COMPANY          PIC X(03) VALUE SPACES.
       01  WS-WORK-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-CUR-GROUP            PIC X(02) VALUE SPACES.
       01  WS-WORK-GROUP           PIC X(02) VALUE SPACES.
       01  WS-NAMED-CO-FLAG        PIC X(01) VALUE 'N'.
           88  NAMED-COMPANY-SEEN            VALUE 'Y'.
       01  WS-CO-EXTEND-FLAG       PIC X(01) VALUE 'N'.
           88  CO-FILE-EXTEND                VALUE 'Y'.
       01  WS-WORK-EMP             PIC X(05) VALUE SPACES.
       01  WS-PREV-EMP             PIC X(05) VALUE SPACES.
       01  WS-CO-SUB               PIC 9(02) VALUE ZERO.
       01  WS-CO-FIND              PIC 9(02) VALUE ZERO.
       01  WS-CO-LSUB              PIC 9(02) VALUE ZERO.
       01  WS-CO-PAY-FIND          PIC 9(02) VALUE ZERO.
      *    ONE ENTRY PER COMPANY AND PAY GROUP ON THE EXTRACT.
       01  WS-CO-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-CO-TABLE.
           03  CO-ENTRY            OCCURS 40 TIMES.
               05  TBL-CO-CODE     PIC X(03).
               05  TBL-CO-GROUP    PIC X(02).
               05  TBL-CO-SALARY   PIC 9(09)V99.
               05  TBL-CO-GROSS    PIC 9(09)V99.
               05  TBL-CO-ICR      PIC 9(09)V99.
               05  TBL-CO-ICP      PIC 9(09)V99.
               05  TBL-CO-TAX      PIC 9(09)V99.
               05  TBL-CO-DEDN     PIC 9(09)V99.
               05  TBL-CO-NET      PIC 9(09)V99.
               05  TBL-CO-SI       PIC 9(09)V99.
               05  TBL-CO-EXP      PIC 9(09)V99.
               05  TBL-CO-ITEMISED PIC 9(09)V99.
               05  TBL-CO-RESIDUAL PIC S9(09)V99.
               05  TBL-CO-SHORTFALL PIC S9(09)V99.
               05  TBL-CO-DEBITS   PIC 9(11)V99.
               05  TBL-CO-CREDITS  PIC 9(11)V99.
               05  TBL-CO-DTY-TOTAL PIC 9(09)V99 OCCURS 50 TIMES.
       01  WS-EMPCO-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-EMPCO-TABLE.
           03  EMPCO-ENTRY         OCCURS 5000 TIMES.
               05  TBL-EMPCO-EMP   PIC X(05).
               05  TBL-EMPCO-CODE  PIC X(03).
               05  TBL-EMPCO-GROUP PIC X(02).
       01  WS-ESUB                 PIC 9(04) VALUE ZERO.
       01  WS-EFIND                PIC 9(04) VALUE ZERO.
       01  WS-TOT-NO-COMPANY       PIC 9(05) VALUE ZERO.
       01  WS-CO-PROOF-FLAG        PIC X(01) VALUE 'Y'.
           88  COMPANIES-PROVED              VALUE 'Y'.
       01  WS-CO-SUM-TAX           PIC 9(11)V99 VALUE ZERO.
       01  WS-CO-SUM-DEDN          PIC 9(11)V99 VALUE ZERO.
       01  WS-CO-SUM-NET           PIC 9(11)V99 VALUE ZERO.
       01  WS-CO-SUM-SHORTFALL     PIC S9(11)V99 VALUE ZERO.
       COPY REFLKREQ.
       COPY COMPREC.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-CLEARING-ACCT        PIC X(06) VALUE 'PAYCLR'.
       01  WS-CC-COUNT             PIC 9(03) VALUE ZERO.
           03  CC-ENTRY            OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-CC-COUNT.
               05  TBL-CC-CODE     PIC X(06).
               05  TBL-CC-GROUP    PIC X(02).
               05  TBL-CC-COMPANY  PIC X(03).
               05  TBL-CC-EARN     PIC 9(09)V99.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
           03  OUT-DR-CR           PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-NOTE            PIC X(26) VALUE SPACES.
           03  FILLER              PIC X(13) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'TOTAL DEBITS:         '.
           03  FILLER              PIC X(22) VALUE
               'SUSPENSE EXTRACTS:    '.
           03  OUT-TOT-SUSPENSE    PIC ZZZZ9.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(22) VALUE
               'LINES TO SUSPENSE:    '.
           03  OUT-TOT-REDIRECTED  PIC ZZZZ9.
       01  COMPANY-LINE.
           03  FILLER              PIC X(08) VALUE 'COMPANY '.
           03  OUT-CO-CODE         PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CO-NAME         PIC X(30) VALUE SPACES.
           03  FILLER              PIC X(08) VALUE ' LEDGER '.
           03  OUT-CO-LEDGER       PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CO-FILE         PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(07) VALUE ' GROUP '.
           03  OUT-CO-GROUP        PIC X(02) VALUE SPACES.
       01  COMPANY-TOTAL-LINE.
           03  FILLER              PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(14) VALUE
               'COMPANY TOTAL '.
           03  OUT-CO-TOT-CODE     PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(05) VALUE ' DR  '.
           03  OUT-CO-DEBITS       PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(05) VALUE ' CR  '.
           03  OUT-CO-CREDITS      PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(07) VALUE ' GROUP '.
           03  OUT-CO-TOT-GROUP    PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2500-LOAD-SI-EMPLR-PARA
           PERFORM 2600-LOAD-EXPENSES-PARA
           PERFORM 2700-LOAD-RULES-PARA
           PERFORM 2900-LOAD-CHART-PARA
           IF RULES-LOADED
               PERFORM 2750-LOAD-DEDN-ITEMS-PARA
               PERFORM 2800-LOAD-PAYCTL-PARA
           END-IF
           IF WS-CO-COUNT > 1
               PERFORM 6000-COMPANY-JOURNAL-PARA
           ELSE
               IF WS-CO-COUNT = 1
                   MOVE TBL-CO-CODE(1)  TO WS-CUR-COMPANY
                   MOVE TBL-CO-GROUP(1) TO WS-CUR-GROUP
               END-IF
               IF RULES-LOADED AND PAYCTL-LOADED
                   PERFORM 4000-MULTI-LINE-PARA
               ELSE
                   PERFORM 3000-BALANCE-PARA
               END-IF
           END-IF.
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
           IF GL-CC-CODE = '******'
               ADD 1 TO WS-TOT-SUSPENSE
           END-IF
           PERFORM 2200-NOTE-COMPANIES-PARA
           PERFORM 2100-FIND-CC-PARA
           IF WS-FIND-SUB = ZERO
               IF WS-CC-COUNT < 100
                   ADD 1 TO WS-CC-COUNT
                   MOVE GL-CC-CODE TO TBL-CC-CODE(WS-CC-COUNT)
                   MOVE GL-PAY-GROUP TO TBL-CC-GROUP(WS-CC-COUNT)
                   MOVE GL-COMPANY TO TBL-CC-COMPANY(WS-CC-COUNT)
                   MOVE ZERO       TO TBL-CC-EARN(WS-CC-COUNT)
                   MOVE WS-CC-COUNT TO WS-FIND-SUB
               ELSE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CC-COUNT
               IF TBL-CC-CODE(WS-SUB) = GL-CC-CODE
                   AND TBL-CC-GROUP(WS-SUB) = GL-PAY-GROUP
                   AND TBL-CC-COMPANY(WS-SUB) = GL-COMPANY
                   MOVE WS-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.
      *****************************************************
      *  COMPANY FIGURES FROM ONE EXTRACT LINE: THE CHARGED *
      *  COMPANY TAKES THE SALARY COST, THE PAYING COMPANY  *
      *  THE GROSS, TAX, DEDUCTIONS AND NET.  WHEN THE TWO  *
      *  DIFFER THE LINE IS ALSO AN INTERCOMPANY RECHARGE.  *
      *  BOTH ARE TAKEN WITHIN THE LINE'S PAY GROUP.  THE   *
      *  EMPLOYEE'S PAYING COMPANY AND GROUP ARE KEPT FOR   *
      *  THE SI, EXPENSE AND DEDUCTION FILES READ LATER.    *
      *****************************************************
       2200-NOTE-COMPANIES-PARA.
           MOVE GL-PAY-GROUP TO WS-WORK-GROUP
           MOVE GL-COMPANY TO WS-WORK-COMPANY
           PERFORM 2210-FIND-COMPANY-PARA
           MOVE WS-CO-FIND TO WS-CO-SUB
           MOVE GL-PAY-COMPANY TO WS-WORK-COMPANY
           PERFORM 2210-FIND-COMPANY-PARA
           MOVE WS-CO-FIND TO WS-CO-PAY-FIND
           IF WS-CO-SUB > ZERO AND WS-CO-PAY-FIND > ZERO
               ADD GL-EARN TO TBL-CO-SALARY(WS-CO-SUB)
               ADD GL-EARN TO TBL-CO-GROSS(WS-CO-PAY-FIND)
               ADD GL-TAX  TO TBL-CO-TAX(WS-CO-PAY-FIND)
               ADD GL-DEDN TO TBL-CO-DEDN(WS-CO-PAY-FIND)
               ADD GL-NET  TO TBL-CO-NET(WS-CO-PAY-FIND)
               IF WS-CO-SUB NOT = WS-CO-PAY-FIND
                   ADD GL-EARN TO TBL-CO-ICR(WS-CO-PAY-FIND)
                   ADD GL-EARN TO TBL-CO-ICP(WS-CO-SUB)
               END-IF
           END-IF
           IF GL-EMP-ID NOT = WS-PREV-EMP
               MOVE GL-EMP-ID TO WS-PREV-EMP
               IF WS-EMPCO-COUNT < 5000
                   ADD 1 TO WS-EMPCO-COUNT
                   MOVE GL-EMP-ID TO TBL-EMPCO-EMP(WS-EMPCO-COUNT)
                   MOVE GL-PAY-COMPANY TO
                       TBL-EMPCO-CODE(WS-EMPCO-COUNT)
                   MOVE GL-PAY-GROUP TO
                       TBL-EMPCO-GROUP(WS-EMPCO-COUNT)
               ELSE
                   DISPLAY 'WARNING - EMPLOYEE COMPANY TABLE FULL '
                       'AT 5000 - ' GL-EMP-ID ' NOT HELD'
               END-IF
           END-IF.
       2210-FIND-COMPANY-PARA.
           MOVE ZERO TO WS-CO-FIND
           PERFORM 2215-MATCH-COMPANY-PARA
               VARYING WS-CO-LSUB FROM 1 BY 1
               UNTIL WS-CO-LSUB > WS-CO-COUNT
                  OR WS-CO-FIND > ZERO
           IF WS-CO-FIND = ZERO
               IF WS-CO-COUNT < 40
                   ADD 1 TO WS-CO-COUNT
                   INITIALIZE CO-ENTRY(WS-CO-COUNT)
                   MOVE WS-WORK-COMPANY TO TBL-CO-CODE(WS-CO-COUNT)
                   MOVE WS-WORK-GROUP   TO TBL-CO-GROUP(WS-CO-COUNT)
                   MOVE WS-CO-COUNT TO WS-CO-FIND
                   IF WS-WORK-COMPANY NOT = SPACES
                       MOVE 'Y' TO WS-NAMED-CO-FLAG
                   END-IF
               ELSE
                   DISPLAY 'WARNING - COMPANY TABLE FULL AT 40 - '
                       WS-WORK-COMPANY ' GROUP ' WS-WORK-GROUP
                       ' NOT JOURNALLED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       2215-MATCH-COMPANY-PARA.
           IF TBL-CO-CODE(WS-CO-LSUB) = WS-WORK-COMPANY
               AND TBL-CO-GROUP(WS-CO-LSUB) = WS-WORK-GROUP
               MOVE WS-CO-LSUB TO WS-CO-FIND
           END-IF.
      *****************************************************
      *  PAYING COMPANY AND PAY GROUP OF EMPLOYEE           *
      *  WS-WORK-EMP, AS A COMPANY-TABLE SUBSCRIPT IN       *
      *  WS-CO-FIND.  ONLY NEEDED WHEN THE RUN SPANS MORE   *
      *  THAN ONE COMPANY OR GROUP.  AN EMPLOYEE NOT ON THE *
      *  EXTRACT HAS NO COMPANY AND FALLS TO THE BLANK ONE, *
      *  WHICH CANNOT BALANCE.                              *
      *****************************************************
       2250-EMP-COMPANY-PARA.
           MOVE ZERO TO WS-CO-FIND
           IF WS-CO-COUNT > 1
               MOVE ZERO TO WS-EFIND
               PERFORM 2255-MATCH-EMP-PARA
                   VARYING WS-ESUB FROM 1 BY 1
                   UNTIL WS-ESUB > WS-EMPCO-COUNT
                      OR WS-EFIND > ZERO
               IF WS-EFIND > ZERO
                   MOVE TBL-EMPCO-CODE(WS-EFIND)  TO WS-WORK-COMPANY
                   MOVE TBL-EMPCO-GROUP(WS-EFIND) TO WS-WORK-GROUP
               ELSE
                   ADD 1 TO WS-TOT-NO-COMPANY
                   DISPLAY 'WARNING - ' WS-WORK-EMP ' NOT ON THE '
                       'EXTRACT - NO PAYING COMPANY'
                   MOVE SPACES TO WS-WORK-COMPANY WS-WORK-GROUP
               END-IF
               PERFORM 2210-FIND-COMPANY-PARA
           END-IF.
       2255-MATCH-EMP-PARA.
           IF TBL-EMPCO-EMP(WS-ESUB) = WS-WORK-EMP
               MOVE WS-ESUB TO WS-EFIND
           END-IF.
       2500-LOAD-SI-EMPLR-PARA.
           OPEN INPUT SI-EMPLR-FILE
           IF WS-FILE-STAT4 = '00'
               NOT AT END
                   ADD 1 TO WS-TOT-SI-RECS
                   ADD SIE-AMOUNT TO WS-SI-ER-TOTAL
                   MOVE SIE-EMP-ID TO WS-WORK-EMP
                   PERFORM 2250-EMP-COMPANY-PARA
                   IF WS-CO-FIND > ZERO
                       ADD SIE-AMOUNT TO TBL-CO-SI(WS-CO-FIND)
                   END-IF
           END-READ.
       2600-LOAD-EXPENSES-PARA.
           OPEN INPUT EXP-PAID-FILE
               NOT AT END
                   ADD 1 TO WS-TOT-EXP-RECS
                   ADD EXP-AMOUNT TO WS-EXP-TOTAL
                   MOVE EXP-EMP-ID TO WS-WORK-EMP
                   PERFORM 2250-EMP-COMPANY-PARA
                   IF WS-CO-FIND > ZERO
                       ADD EXP-AMOUNT TO TBL-CO-EXP(WS-CO-FIND)
                   END-IF
           END-READ.
       2700-LOAD-RULES-PARA.
           OPEN INPUT RULES-FILE
           PERFORM 2740-FIND-RULE-PARA
           IF WS-RFIND > ZERO
               MOVE TBL-RUL-ACCT(WS-RFIND) TO WS-EXP-ACCT
           END-IF
           MOVE 'JSU' TO WS-WORK-CODE
           PERFORM 2740-FIND-RULE-PARA
           IF WS-RFIND > ZERO
               MOVE TBL-RUL-ACCT(WS-RFIND) TO WS-JSU-ACCT
           END-IF
           MOVE 'ICR' TO WS-WORK-CODE
           PERFORM 2740-FIND-RULE-PARA
           IF WS-RFIND > ZERO
               MOVE TBL-RUL-ACCT(WS-RFIND) TO WS-ICR-ACCT
           END-IF
           MOVE 'ICP' TO WS-WORK-CODE
           PERFORM 2740-FIND-RULE-PARA
           IF WS-RFIND > ZERO
               MOVE TBL-RUL-ACCT(WS-RFIND) TO WS-ICP-ACCT
           END-IF.
       2740-FIND-RULE-PARA.
           MOVE ZERO TO WS-RFIND
           PERFORM VARYING WS-RLSUB FROM 1 BY 1
                   UNTIL WS-RLSUB > WS-RULE-COUNT
               IF TBL-RUL-CODE(WS-RLSUB) = WS-WORK-CODE
                   MOVE WS-RLSUB TO WS-RFIND
               END-IF
           END-PERFORM.
       2750-LOAD-DEDN-ITEMS-PARA.
               NOT AT END
                   MOVE DDT-TYPE   TO WS-WORK-CODE
                   MOVE DDT-AMOUNT TO WS-WORK-AMT
                   MOVE DDT-EMP-ID TO WS-WORK-EMP
                   PERFORM 2765-SUM-TYPE-PARA
           END-READ.
       2770-READ-STATDED-PARA.
               NOT AT END
                   MOVE SDD-TYPE   TO WS-WORK-CODE
                   MOVE SDD-AMOUNT TO WS-WORK-AMT
                   MOVE SDD-EMP-ID TO WS-WORK-EMP
                   PERFORM 2765-SUM-TYPE-PARA
           END-READ.
       2765-SUM-TYPE-PARA.
           IF WS-RFIND > ZERO
               ADD WS-WORK-AMT TO TBL-DTY-TOTAL(WS-RFIND)
               ADD WS-WORK-AMT TO WS-ITEMISED-TOTAL
               PERFORM 2250-EMP-COMPANY-PARA
               IF WS-CO-FIND > ZERO
                   ADD WS-WORK-AMT TO
                       TBL-CO-DTY-TOTAL(WS-CO-FIND, WS-RFIND)
                   ADD WS-WORK-AMT TO TBL-CO-ITEMISED(WS-CO-FIND)
               END-IF
           END-IF.
      *****************************************************
      *  FINANCE'S CHART OF ACCOUNTS.  NO FILE MEANS THE    *
      *  JOURNAL IS WRITTEN UNCHECKED, AS BEFORE.  THE      *
      *  SUSPENSE ACCOUNT IS PROVED ONCE HERE SO A BAD      *
      *  LINE IS NEVER MOVED ONTO ANOTHER BAD ACCOUNT.      *
      *****************************************************
       2900-LOAD-CHART-PARA.
           OPEN INPUT CHART-FILE
           IF WS-FILE-STAT10 = '00'
               PERFORM 2910-READ-CHART-PARA UNTIL END-OF-CHART
               CLOSE CHART-FILE
               IF WS-COA-COUNT > ZERO
                   MOVE 'Y' TO WS-COA-FLAG
                   MOVE 'A'         TO WS-CHK-TYPE
                   MOVE WS-JSU-ACCT TO WS-CHK-CODE
                   PERFORM 5300-CHECK-CODE-PARA
                   IF WS-COA-REASON = SPACES
                       MOVE 'Y' TO WS-JSU-FLAG
                   ELSE
                       DISPLAY 'WARNING - SUSPENSE ACCOUNT '
                           WS-JSU-ACCT ' ' WS-COA-REASON
                           ' - BAD LINES CANNOT BE MOVED'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'COAMAST.DAT NOT PRESENT - JOURNAL '
                   'ACCOUNTS NOT CHECKED'
           END-IF.
       2910-READ-CHART-PARA.
           READ CHART-FILE
               AT END
                   MOVE 'Y' TO WS-COA-EOF-FLAG
               NOT AT END
                   IF WS-COA-COUNT < 2000
                       ADD 1 TO WS-COA-COUNT
                       MOVE COA-TYPE      TO
                           TBL-COA-TYPE(WS-COA-COUNT)
                       MOVE COA-CODE      TO
                           TBL-COA-CODE(WS-COA-COUNT)
                       MOVE COA-STATUS    TO
                           TBL-COA-STATUS(WS-COA-COUNT)
                       MOVE COA-POSTING   TO
                           TBL-COA-POSTING(WS-COA-COUNT)
                       MOVE COA-VALID-FROM TO
                           TBL-COA-FROM(WS-COA-COUNT)
                       MOVE COA-VALID-TO  TO
                           TBL-COA-TO(WS-COA-COUNT)
                   ELSE
                       DISPLAY 'WARNING - CHART TABLE FULL AT '
                           '2000 - REST IGNORED'
                       MOVE 'Y' TO WS-COA-EOF-FLAG
                   END-IF
           END-READ.
       2800-LOAD-PAYCTL-PARA.
           OPEN INPUT PAY-CONTROL-FILE
           IF WS-FILE-STAT9 = '00'
           ADD TBL-CC-EARN(WS-SUB) TO WS-TOT-DEBITS.
       3200-WRITE-JOURNAL-PARA.
           OPEN OUTPUT JOURNAL-FILE
           PERFORM 5500-OPEN-CO-FILE-PARA
           PERFORM 3300-WRITE-DEBIT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT
           MOVE WS-CLEARING-ACCT TO JR-ACCOUNT
           MOVE 'C'              TO JR-DR-CR
           MOVE WS-CREDIT-AMT    TO JR-AMOUNT
           MOVE 'A'              TO WS-LINE-TYPE
           PERFORM 5200-PUT-JOURNAL-PARA
           MOVE WS-PERIOD        TO OUT-PERIOD
           MOVE JR-ACCOUNT       TO OUT-ACCOUNT
           MOVE 'CR'             TO OUT-DR-CR
           MOVE WS-CREDIT-AMT    TO OUT-AMOUNT
           WRITE REPORT-RECORD FROM DETAIL-LINE
           IF WS-SI-ER-TOTAL > ZERO
               PERFORM 3400-WRITE-SI-LINES-PARA
           END-IF
           PERFORM 5600-CLOSE-CO-FILE-PARA
           CLOSE JOURNAL-FILE.
       3350-WRITE-EXPENSE-PARA.
           MOVE SPACES           TO JOURNAL-RECORD
           MOVE WS-EXP-ACCT      TO JR-ACCOUNT
           MOVE 'D'              TO JR-DR-CR
           MOVE WS-EXP-TOTAL     TO JR-AMOUNT
           MOVE 'A'              TO WS-LINE-TYPE
           PERFORM 5200-PUT-JOURNAL-PARA
           MOVE WS-PERIOD        TO OUT-PERIOD
           MOVE JR-ACCOUNT       TO OUT-ACCOUNT
           MOVE 'DR'             TO OUT-DR-CR
           MOVE WS-EXP-TOTAL     TO OUT-AMOUNT
           WRITE REPORT-RECORD FROM DETAIL-LINE.
           MOVE WS-SI-EXP-ACCT   TO JR-ACCOUNT
           MOVE 'D'              TO JR-DR-CR
           MOVE WS-SI-ER-TOTAL   TO JR-AMOUNT
           MOVE 'A'              TO WS-LINE-TYPE
           PERFORM 5200-PUT-JOURNAL-PARA
           MOVE WS-PERIOD        TO OUT-PERIOD
           MOVE JR-ACCOUNT       TO OUT-ACCOUNT
           MOVE 'DR'             TO OUT-DR-CR
           MOVE WS-SI-ER-TOTAL   TO OUT-AMOUNT
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE WS-SI-PAY-ACCT   TO JR-ACCOUNT
           MOVE 'C'              TO JR-DR-CR
           MOVE WS-SI-ER-TOTAL   TO JR-AMOUNT
           MOVE 'A'              TO WS-LINE-TYPE
           PERFORM 5200-PUT-JOURNAL-PARA
           MOVE WS-PERIOD        TO OUT-PERIOD
           MOVE JR-ACCOUNT       TO OUT-ACCOUNT
           MOVE 'CR'             TO OUT-DR-CR
           MOVE WS-SI-ER-TOTAL   TO OUT-AMOUNT
           WRITE REPORT-RECORD FROM DETAIL-LINE.
           MOVE TBL-CC-CODE(WS-SUB) TO JR-ACCOUNT
           MOVE 'D'                TO JR-DR-CR
           MOVE TBL-CC-EARN(WS-SUB) TO JR-AMOUNT
           MOVE TBL-CC-GROUP(WS-SUB) TO JR-PAY-GROUP
           MOVE 'C'                TO WS-LINE-TYPE
           PERFORM 5200-PUT-JOURNAL-PARA
           MOVE WS-PERIOD          TO OUT-PERIOD
           MOVE JR-ACCOUNT         TO OUT-ACCOUNT
           MOVE 'DR'               TO OUT-DR-CR
           MOVE TBL-CC-EARN(WS-SUB) TO OUT-AMOUNT
           WRITE REPORT-RECORD FROM DETAIL-LINE.
           END-IF.
       4100-WRITE-MULTI-PARA.
           OPEN OUTPUT JOURNAL-FILE
           PERFORM 5500-OPEN-CO-FILE-PARA
           PERFORM 3300-WRITE-DEBIT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT
           MOVE PCT-NET     TO WS-WORK-AMT
           MOVE 'C'         TO WS-LINE-DRCR
           PERFORM 5000-WRITE-LINE-PARA
           PERFORM 5600-CLOSE-CO-FILE-PARA
           CLOSE JOURNAL-FILE.
       4200-CREDIT-ONE-TYPE-PARA.
           IF TBL-DTY-TOTAL(WS-RSUB) > ZERO
               MOVE TBL-DTY-CODE(WS-RSUB)  TO WS-WORK-CODE
               MOVE TBL-DTY-TOTAL(WS-RSUB) TO WS-WORK-AMT
               PERFORM 4250-CREDIT-TYPE-AMOUNT-PARA
           END-IF.
       4250-CREDIT-TYPE-AMOUNT-PARA.
           PERFORM 2740-FIND-RULE-PARA
           IF WS-RFIND > ZERO
               MOVE TBL-RUL-ACCT(WS-RFIND) TO WS-WORK-ACCT
           ELSE
               MOVE WS-DSU-ACCT TO WS-WORK-ACCT
               ADD 1 TO WS-TOT-UNMAPPED-TYPES
               DISPLAY 'WARNING - NO POSTING RULE FOR TYPE '
                   WS-WORK-CODE ' - CREDITED TO SUSPENSE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE 'C' TO WS-LINE-DRCR
           PERFORM 5000-WRITE-LINE-PARA.
       5000-WRITE-LINE-PARA.
           MOVE SPACES        TO JOURNAL-RECORD
           MOVE WS-PERIOD     TO JR-PERIOD
           MOVE WS-WORK-ACCT  TO JR-ACCOUNT
           MOVE WS-LINE-DRCR  TO JR-DR-CR
           MOVE WS-WORK-AMT   TO JR-AMOUNT
           MOVE 'A'           TO WS-LINE-TYPE
           PERFORM 5200-PUT-JOURNAL-PARA
           MOVE WS-PERIOD     TO OUT-PERIOD
           MOVE JR-ACCOUNT    TO OUT-ACCOUNT
           IF WS-LINE-DRCR = 'D'
               MOVE 'DR' TO OUT-DR-CR
           ELSE
           END-IF
           MOVE WS-WORK-AMT   TO OUT-AMOUNT
           WRITE REPORT-RECORD FROM DETAIL-LINE.
      *****************************************************
      *  EVERY JOURNAL LINE IS WRITTEN HERE.  WITH THE      *
      *  CHART LOADED, A LINE WHOSE ACCOUNT (COST CENTER    *
      *  FOR A SALARY DEBIT) IS NOT POSTABLE IS MOVED TO    *
      *  THE SUSPENSE ACCOUNT - SAME AMOUNT AND SIDE, SO    *
      *  THE BALANCE ALREADY PROVED STILL HOLDS.  A LINE    *
      *  WITHOUT A GROUP OF ITS OWN TAKES THE SLICE'S.      *
      *****************************************************
       5200-PUT-JOURNAL-PARA.
           MOVE SPACES TO OUT-NOTE
           MOVE WS-CUR-COMPANY TO JR-COMPANY
           IF JR-PAY-GROUP = SPACES
               MOVE WS-CUR-GROUP TO JR-PAY-GROUP
           END-IF
           IF CHART-LOADED
               MOVE WS-LINE-TYPE TO WS-CHK-TYPE
               MOVE JR-ACCOUNT   TO WS-CHK-CODE
               PERFORM 5300-CHECK-CODE-PARA
               IF WS-COA-REASON NOT = SPACES
                   PERFORM 5250-REDIRECT-LINE-PARA
               END-IF
           END-IF
           WRITE JOURNAL-RECORD
           IF CO-FILE-OPEN
               WRITE CO-JOURNAL-RECORD FROM JOURNAL-RECORD
           END-IF.
       5250-REDIRECT-LINE-PARA.
           MOVE SPACES      TO EXCEPTION-REG-RECORD
           MOVE 'EMPJRNL '  TO EXR-SOURCE-PGM
           STRING JR-ACCOUNT ' ' JR-DR-CR ' ' WS-PERIOD
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           IF JSU-POSTABLE
               ADD 1 TO WS-TOT-REDIRECTED
               MOVE JR-ACCOUNT  TO JR-ORIG-ACCOUNT
               MOVE WS-JSU-ACCT TO JR-ACCOUNT
               STRING WS-COA-REASON DELIMITED BY '  '
                      ' - WAS ' JR-ORIG-ACCOUNT
                      DELIMITED BY SIZE INTO OUT-NOTE
               END-STRING
               STRING WS-CHK-CODE ' ' DELIMITED BY SIZE
                      WS-COA-REASON DELIMITED BY '  '
                      ' - SUSPENSE ' WS-JSU-ACCT
                      DELIMITED BY SIZE INTO EXR-TEXT
               END-STRING
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               STRING WS-COA-REASON DELIMITED BY '  '
                      ' - NOT MOVED' DELIMITED BY SIZE
                      INTO OUT-NOTE
               END-STRING
               STRING WS-CHK-CODE ' ' DELIMITED BY SIZE
                      WS-COA-REASON DELIMITED BY '  '
                      ' - NO POSTABLE SUSPENSE' DELIMITED BY SIZE
                      INTO EXR-TEXT
               END-STRING
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'WARNING - JOURNAL LINE ' WS-CHK-CODE ' '
               JR-DR-CR ' ' JR-AMOUNT ' ' WS-COA-REASON
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
      *****************************************************
      *  IS WS-CHK-CODE (AN 'A' ACCOUNT OR 'C' COST CENTER) *
      *  POSTABLE ON THE RUN DATE?  WS-COA-REASON COMES     *
      *  BACK SPACES WHEN IT IS.                            *
      *****************************************************
       5300-CHECK-CODE-PARA.
           MOVE SPACES TO WS-COA-REASON
           MOVE ZERO   TO WS-CFIND
           PERFORM 5350-MATCH-CODE-PARA
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-COA-COUNT
                  OR WS-CFIND > ZERO
           EVALUATE TRUE
               WHEN WS-CFIND = ZERO
                   MOVE 'NOT ON CHART'  TO WS-COA-REASON
               WHEN TBL-COA-STATUS(WS-CFIND) NOT = 'O'
                   MOVE 'CLOSED'        TO WS-COA-REASON
               WHEN TBL-COA-POSTING(WS-CFIND) NOT = 'Y'
                   MOVE 'NO POSTING'    TO WS-COA-REASON
               WHEN TBL-COA-FROM(WS-CFIND) > WS-TODAY-NUM
                   MOVE 'NOT YET VALID' TO WS-COA-REASON
               WHEN TBL-COA-TO(WS-CFIND) > ZERO
                    AND TBL-COA-TO(WS-CFIND) < WS-TODAY-NUM
                   MOVE 'EXPIRED'       TO WS-COA-REASON
           END-EVALUATE.
       5350-MATCH-CODE-PARA.
           IF TBL-COA-TYPE(WS-CSUB) = WS-CHK-TYPE
               AND TBL-COA-CODE(WS-CSUB) = WS-CHK-CODE
               MOVE WS-CSUB TO WS-CFIND
           END-IF.
      *****************************************************
      *  EACH COMPANY'S LINES ALSO GO TO JRNLCCC.DAT FOR    *
      *  ITS OWN LEDGER.  LINES WITH NO COMPANY CODE STAY   *
      *  ON JRNL.DAT ONLY.  A COMPANY'S SECOND AND LATER    *
      *  PAY GROUPS ARE ADDED TO THE FILE ITS FIRST OPENED. *
      *****************************************************
       5500-OPEN-CO-FILE-PARA.
           MOVE 'N' TO WS-CO-FILE-FLAG
           MOVE SPACES TO WS-CO-JRNL-ASGN
           IF WS-CUR-COMPANY NOT = SPACES
               STRING 'JRNL' WS-CUR-COMPANY '.DAT'
                   DELIMITED BY SIZE INTO WS-CO-JRNL-ASGN
               END-STRING
               IF CO-FILE-EXTEND
                   OPEN EXTEND CO-JOURNAL-FILE
               ELSE
                   OPEN OUTPUT CO-JOURNAL-FILE
               END-IF
               IF WS-FILE-STAT11 = '00'
                   MOVE 'Y' TO WS-CO-FILE-FLAG
               ELSE
                   DISPLAY 'WARNING - ' WS-CO-JRNL-ASGN
                       ' OPEN FAILED - STATUS ' WS-FILE-STAT11
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 6250-COMPANY-HEADING-PARA.
       5600-CLOSE-CO-FILE-PARA.
           IF CO-FILE-OPEN
               CLOSE CO-JOURNAL-FILE
               MOVE 'N' TO WS-CO-FILE-FLAG
           END-IF.
      *****************************************************
      *  MORE THAN ONE COMPANY OR PAY GROUP ON THE EXTRACT: *
      *  PROVE EVERY SLICE BALANCES AND THAT THE FIGURES    *
      *  ADD BACK TO THE PAY RUN, THEN WRITE THE JOURNAL    *
      *  ONE COMPANY AND GROUP AT A TIME.  ANY FAILURE      *
      *  WRITES NOTHING.                                    *
      *****************************************************
       6000-COMPANY-JOURNAL-PARA.
           MOVE ZERO TO WS-TOT-DEBITS WS-TOT-CREDITS
                        WS-CO-SUM-TAX WS-CO-SUM-DEDN
                        WS-CO-SUM-NET WS-CO-SUM-SHORTFALL
           MOVE 'Y' TO WS-CO-PROOF-FLAG
           PERFORM 6100-PROVE-COMPANY-PARA
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
           IF RULES-LOADED AND PAYCTL-LOADED
               IF WS-CO-SUM-TAX NOT = PCT-TAX
                  OR WS-CO-SUM-DEDN NOT = PCT-DEDN
                  OR WS-CO-SUM-NET NOT = PCT-NET
                  OR WS-CO-SUM-SHORTFALL NOT = PCT-SHORTFALL
                   DISPLAY 'EMPJRNL - COMPANY FIGURES DO NOT ADD '
                       'BACK TO THE PAY RUN TOTALS'
                   MOVE 'N' TO WS-CO-PROOF-FLAG
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-TOT-DEBITS > WS-JR-AMOUNT-MAX
                   DISPLAY 'EMPJRNL - TOTAL ' WS-TOT-DEBITS
                       ' EXCEEDS THE JOURNAL AMOUNT FIELD - '
                       'NOTHING WRITTEN'
                   MOVE 8 TO RETURN-CODE
               WHEN NOT COMPANIES-PROVED
                   DISPLAY 'EMPJRNL - COMPANY JOURNALS DO NOT '
                       'PROVE - NOTHING WRITTEN'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   OPEN OUTPUT JOURNAL-FILE
                   PERFORM 6200-WRITE-COMPANY-PARA
                       VARYING WS-CO-SUB FROM 1 BY 1
                       UNTIL WS-CO-SUB > WS-CO-COUNT
                   CLOSE JOURNAL-FILE
           END-EVALUATE.
      *    WITH THE POSTING RULES AND PAY-RUN CONTROL TOTALS THE
      *    COMPANY'S SHORTFALL RECEIVABLE IS WHAT ITS TAX,
      *    DEDUCTIONS AND NET CARRY BEYOND THE GROSS AND
      *    EXPENSES IT PAID; WITHOUT THEM THE COMPANY GETS THE
      *    ONE CLEARING CREDIT OF GROSS PLUS EXPENSES.
       6100-PROVE-COMPANY-PARA.
           IF RULES-LOADED AND PAYCTL-LOADED
               COMPUTE TBL-CO-RESIDUAL(WS-CO-SUB) =
                   TBL-CO-DEDN(WS-CO-SUB)
                   - TBL-CO-ITEMISED(WS-CO-SUB)
               COMPUTE TBL-CO-SHORTFALL(WS-CO-SUB) =
                   TBL-CO-TAX(WS-CO-SUB) + TBL-CO-DEDN(WS-CO-SUB)
                   + TBL-CO-NET(WS-CO-SUB)
                   - TBL-CO-GROSS(WS-CO-SUB)
                   - TBL-CO-EXP(WS-CO-SUB)
               ADD TBL-CO-TAX(WS-CO-SUB)  TO WS-CO-SUM-TAX
               ADD TBL-CO-DEDN(WS-CO-SUB) TO WS-CO-SUM-DEDN
               ADD TBL-CO-NET(WS-CO-SUB)  TO WS-CO-SUM-NET
               ADD TBL-CO-SHORTFALL(WS-CO-SUB)
                   TO WS-CO-SUM-SHORTFALL
               IF TBL-CO-RESIDUAL(WS-CO-SUB) < ZERO
                  OR TBL-CO-SHORTFALL(WS-CO-SUB) < ZERO
                   DISPLAY 'EMPJRNL - COMPANY '
                       TBL-CO-CODE(WS-CO-SUB) ' GROUP '
                       TBL-CO-GROUP(WS-CO-SUB) ' ITEMISED '
                       'DEDUCTIONS OR EXPENSES EXCEED ITS PAY'
                   MOVE 'N' TO WS-CO-PROOF-FLAG
                   MOVE ZERO TO TBL-CO-DEBITS(WS-CO-SUB)
                                TBL-CO-CREDITS(WS-CO-SUB)
               ELSE
                   COMPUTE TBL-CO-DEBITS(WS-CO-SUB) =
                       TBL-CO-SALARY(WS-CO-SUB)
                       + TBL-CO-ICR(WS-CO-SUB)
                       + TBL-CO-SHORTFALL(WS-CO-SUB)
                       + TBL-CO-SI(WS-CO-SUB)
                       + TBL-CO-EXP(WS-CO-SUB)
                   COMPUTE TBL-CO-CREDITS(WS-CO-SUB) =
                       TBL-CO-ITEMISED(WS-CO-SUB)
                       + TBL-CO-RESIDUAL(WS-CO-SUB)
                       + TBL-CO-TAX(WS-CO-SUB)
                       + TBL-CO-SI(WS-CO-SUB)
                       + TBL-CO-NET(WS-CO-SUB)
                       + TBL-CO-ICP(WS-CO-SUB)
               END-IF
           ELSE
               COMPUTE TBL-CO-DEBITS(WS-CO-SUB) =
                   TBL-CO-SALARY(WS-CO-SUB) + TBL-CO-ICR(WS-CO-SUB)
                   + TBL-CO-EXP(WS-CO-SUB) + TBL-CO-SI(WS-CO-SUB)
               COMPUTE TBL-CO-CREDITS(WS-CO-SUB) =
                   TBL-CO-GROSS(WS-CO-SUB) + TBL-CO-EXP(WS-CO-SUB)
                   + TBL-CO-ICP(WS-CO-SUB) + TBL-CO-SI(WS-CO-SUB)
           END-IF
           IF TBL-CO-DEBITS(WS-CO-SUB)
                   NOT = TBL-CO-CREDITS(WS-CO-SUB)
               DISPLAY 'EMPJRNL - COMPANY ' TBL-CO-CODE(WS-CO-SUB)
                   ' GROUP ' TBL-CO-GROUP(WS-CO-SUB)
                   ' OUT OF BALANCE'
               MOVE 'N' TO WS-CO-PROOF-FLAG
           END-IF
           IF TBL-CO-CODE(WS-CO-SUB) = SPACES
               AND NAMED-COMPANY-SEEN
               DISPLAY 'WARNING - JOURNAL LINES WITH NO COMPANY '
                   'CODE - CHECK LOCMAST.DAT'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           ADD TBL-CO-DEBITS(WS-CO-SUB)  TO WS-TOT-DEBITS
           ADD TBL-CO-CREDITS(WS-CO-SUB) TO WS-TOT-CREDITS.
       6200-WRITE-COMPANY-PARA.
           MOVE TBL-CO-CODE(WS-CO-SUB)  TO WS-CUR-COMPANY
           MOVE TBL-CO-GROUP(WS-CO-SUB) TO WS-CUR-GROUP
           MOVE 'N' TO WS-CO-EXTEND-FLAG
           PERFORM 6210-MATCH-EARLIER-PARA
               VARYING WS-CO-LSUB FROM 1 BY 1
               UNTIL WS-CO-LSUB NOT < WS-CO-SUB
                  OR CO-FILE-EXTEND
           PERFORM 5500-OPEN-CO-FILE-PARA
           PERFORM 6300-WRITE-CO-DEBIT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT
           IF TBL-CO-ICR(WS-CO-SUB) > ZERO
               MOVE WS-ICR-ACCT           TO WS-WORK-ACCT
               MOVE TBL-CO-ICR(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'D'                   TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
           END-IF
           IF RULES-LOADED AND PAYCTL-LOADED
               PERFORM 6400-WRITE-CO-MULTI-PARA
           ELSE
               PERFORM 6500-WRITE-CO-SIMPLE-PARA
           END-IF
           IF TBL-CO-ICP(WS-CO-SUB) > ZERO
               MOVE WS-ICP-ACCT           TO WS-WORK-ACCT
               MOVE TBL-CO-ICP(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'C'                   TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
           END-IF
           PERFORM 5600-CLOSE-CO-FILE-PARA
           MOVE TBL-CO-CODE(WS-CO-SUB)    TO OUT-CO-TOT-CODE
           MOVE TBL-CO-GROUP(WS-CO-SUB)   TO OUT-CO-TOT-GROUP
           MOVE TBL-CO-DEBITS(WS-CO-SUB)  TO OUT-CO-DEBITS
           MOVE TBL-CO-CREDITS(WS-CO-SUB) TO OUT-CO-CREDITS
           WRITE REPORT-RECORD FROM COMPANY-TOTAL-LINE.
       6210-MATCH-EARLIER-PARA.
           IF TBL-CO-CODE(WS-CO-LSUB) = WS-CUR-COMPANY
               MOVE 'Y' TO WS-CO-EXTEND-FLAG
           END-IF.
       6250-COMPANY-HEADING-PARA.
           IF WS-CUR-COMPANY NOT = SPACES OR WS-CO-COUNT > 1
               MOVE WS-CUR-COMPANY  TO OUT-CO-CODE
               MOVE WS-CUR-GROUP    TO OUT-CO-GROUP
               MOVE WS-CO-JRNL-ASGN TO OUT-CO-FILE
               MOVE SPACES          TO OUT-CO-NAME OUT-CO-LEDGER
               IF WS-CUR-COMPANY NOT = SPACES
                   MOVE 'K'             TO RLK-FILE-ID
                   MOVE WS-CUR-COMPANY  TO RLK-KEY
                   CALL 'REFLKUP' USING REFLKUP-REQUEST
                   IF RLK-REC-FOUND
                       MOVE RLK-DATA    TO COMP-RECORD
                       MOVE COMP-NAME   TO OUT-CO-NAME
                       MOVE COMP-LEDGER TO OUT-CO-LEDGER
                   ELSE
                       MOVE 'NOT ON COMPANY MASTER' TO OUT-CO-NAME
                   END-IF
               END-IF
               WRITE REPORT-RECORD FROM COMPANY-LINE
           END-IF.
       6300-WRITE-CO-DEBIT-PARA.
           IF TBL-CC-COMPANY(WS-SUB) = WS-CUR-COMPANY
               AND TBL-CC-GROUP(WS-SUB) = WS-CUR-GROUP
               PERFORM 3300-WRITE-DEBIT-PARA
           END-IF.
       6400-WRITE-CO-MULTI-PARA.
           IF TBL-CO-SHORTFALL(WS-CO-SUB) > ZERO
               MOVE WS-SHT-ACCT                 TO WS-WORK-ACCT
               MOVE TBL-CO-SHORTFALL(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'D'                         TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
           END-IF
           IF TBL-CO-SI(WS-CO-SUB) > ZERO
               MOVE WS-SI-EXP-ACCT       TO WS-WORK-ACCT
               MOVE TBL-CO-SI(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'D'                  TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
           END-IF
           IF TBL-CO-EXP(WS-CO-SUB) > ZERO
               MOVE WS-EXP-ACCT           TO WS-WORK-ACCT
               MOVE TBL-CO-EXP(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'D'                   TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
           END-IF
           PERFORM 6450-CREDIT-CO-TYPE-PARA
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-DTYP-COUNT
           IF TBL-CO-RESIDUAL(WS-CO-SUB) > ZERO
               MOVE WS-DSU-ACCT                TO WS-WORK-ACCT
               MOVE TBL-CO-RESIDUAL(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'C'                        TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
               DISPLAY 'WARNING - UNITEMISED DEDUCTIONS OF '
                   TBL-CO-RESIDUAL(WS-CO-SUB) ' FOR COMPANY '
                   WS-CUR-COMPANY ' GROUP ' WS-CUR-GROUP
                   ' CREDITED TO SUSPENSE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF TBL-CO-TAX(WS-CO-SUB) > ZERO
               MOVE WS-TAX-ACCT           TO WS-WORK-ACCT
               MOVE TBL-CO-TAX(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'C'                   TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
           END-IF
           IF TBL-CO-SI(WS-CO-SUB) > ZERO
               MOVE WS-SI-PAY-ACCT       TO WS-WORK-ACCT
               MOVE TBL-CO-SI(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'C'                  TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
           END-IF
           MOVE WS-NET-ACCT           TO WS-WORK-ACCT
           MOVE TBL-CO-NET(WS-CO-SUB) TO WS-WORK-AMT
           MOVE 'C'                   TO WS-LINE-DRCR
           PERFORM 5000-WRITE-LINE-PARA.
       6450-CREDIT-CO-TYPE-PARA.
           IF TBL-CO-DTY-TOTAL(WS-CO-SUB, WS-RSUB) > ZERO
               MOVE TBL-DTY-CODE(WS-RSUB) TO WS-WORK-CODE
               MOVE TBL-CO-DTY-TOTAL(WS-CO-SUB, WS-RSUB)
                                          TO WS-WORK-AMT
               PERFORM 4250-CREDIT-TYPE-AMOUNT-PARA
           END-IF.
       6500-WRITE-CO-SIMPLE-PARA.
           MOVE WS-CLEARING-ACCT TO WS-WORK-ACCT
           COMPUTE WS-WORK-AMT =
               TBL-CO-GROSS(WS-CO-SUB) + TBL-CO-EXP(WS-CO-SUB)
           MOVE 'C'              TO WS-LINE-DRCR
           PERFORM 5000-WRITE-LINE-PARA
           IF TBL-CO-EXP(WS-CO-SUB) > ZERO
               MOVE WS-EXP-ACCT           TO WS-WORK-ACCT
               MOVE TBL-CO-EXP(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'D'                   TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
           END-IF
           IF TBL-CO-SI(WS-CO-SUB) > ZERO
               MOVE WS-SI-EXP-ACCT       TO WS-WORK-ACCT
               MOVE TBL-CO-SI(WS-CO-SUB) TO WS-WORK-AMT
               MOVE 'D'                  TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
               MOVE WS-SI-PAY-ACCT       TO WS-WORK-ACCT
               MOVE 'C'                  TO WS-LINE-DRCR
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-DEBITS   TO OUT-TOT-DEBITS
           MOVE WS-TOT-CREDITS  TO OUT-TOT-CREDITS
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           IF CHART-LOADED
               MOVE WS-TOT-REDIRECTED TO OUT-TOT-REDIRECTED
               WRITE REPORT-RECORD FROM SUMMARY-LINE4
           END-IF
           DISPLAY '** PAYROLL JOURNAL SUMMARY **'
           DISPLAY 'EXTRACT RECORDS READ: ', WS-TOT-READ
           DISPLAY 'COST CENTERS:         ', WS-CC-COUNT
           DISPLAY 'EMPLOYER SI TOTAL:    ', WS-SI-ER-TOTAL
           DISPLAY 'EXPENSE REIMB RECORDS: ', WS-TOT-EXP-RECS
           DISPLAY 'EXPENSE REIMB TOTAL:  ', WS-EXP-TOTAL
           DISPLAY 'LINES TO SUSPENSE:    ', WS-TOT-REDIRECTED
           DISPLAY 'COMPANIES:            ', WS-CO-COUNT
           DISPLAY 'NO PAYING COMPANY:    ', WS-TOT-NO-COMPANY
           CLOSE EXTRACT-FILE
                 REPORT-FILE.
