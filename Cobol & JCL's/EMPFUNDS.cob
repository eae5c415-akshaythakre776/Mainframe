      *       AMOUNT PLUS THE NO-BANK-RECORD EXCEPTIONS     *
      *       (BNKCTL.DAT FROM EMPBANK) - HELD-AT-ZERO      *
      *       NETS RIDE AT ZERO AND ARE REPORTED FOR        *
      *       INFORMATION.  WHEN EMPCHEQ HAS RUN, ITS       *
      *       CHQCTL.DAT SPLITS THE EXCEPTIONS INTO THOSE   *
      *       NOW PAID BY CHEQUE OR PAYMENT ORDER AND THOSE *
      *       STILL UNPAID, AND THE PROOF BECOMES BANK PLUS *
      *       CHEQUES PLUS UNPAID - THE CHEQUES COUNT AS    *
      *       PAID AND THE NET STILL TIES.                  *
      *       NETS EMPBANK DIVERTED TO THE HELD-PAYMENTS    *
      *       REGISTER FOR A PAYMENT HOLD ARE A RECONCILING *
      *       ITEM ON THE SAME SIDE, AND RELEASED HOLDS     *
      *       PAID ON TONIGHT'S BANKFILE ARE TAKEN BACK OUT *
      *       - THEY WERE NET OF AN EARLIER RUN.            *
      *  INTERCOMPANY RECHARGE LINES ('ICR' RECEIVABLE       *
      *  DEBITS, 'ICP' PAYABLE CREDITS) MOVE SALARY BETWEEN *
      *  COMPANIES AND ARE NOT GROSS.  WHEN THE RUN PAYS    *
      *  FOR MORE THAN ONE COMPANY THE SAME TWO PROOFS ARE  *
      *  MADE FOR EACH COMPANY AS WELL: THE REGISTER GROSS  *
      *  AND NET OF THE EMPLOYEES IT PAYS (NETPAY.DAT, WITH *
      *  THE COMPANY FROM EMPMAST.DAT AND LOCMAST.DAT       *
      *  THROUGH REFLKUP) AGAINST ITS JOURNAL SALARY DEBITS *
      *  PLUS ICR LESS ICP (BY JR-COMPANY) AND AGAINST ITS  *
      *  OWN BNKCTL.DAT COMPANY RECORD.                     *
      *  ANY MISMATCH FAILS THE CYCLE WITH RC=8, THE SAME   *
      *  DISCIPLINE EMPJRNL APPLIES TO ITS OWN JOURNAL.     *
      *  REPORT ON FUNDSRPT.DAT.  AN IMBALANCE IS ALSO      *
      *  RAISED AS A CRITICAL OPERATIONS ALERT THROUGH      *
      *  ALERTW.                                            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT CHEQUE-CONTROL-FILE ASSIGN TO 'CHQCTL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT NETPAY-FILE ASSIGN TO 'NETPAY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS NP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT8.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CONTROL-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY PAYCTL.
       FD  BANK-CONTROL-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY BNKCTL.
       FD  JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  JOURNAL-RECORD.
           03  JR-PERIOD           PIC 9(06).
           03  JR-ACCOUNT          PIC X(06).
               88  JR-DEBIT                    VALUE 'D'.
               88  JR-CREDIT                   VALUE 'C'.
           03  JR-AMOUNT           PIC 9(9)V99.
           03  FILLER              PIC X(10).
           03  JR-ORIG-ACCOUNT     PIC X(06).
           03  JR-COMPANY          PIC X(03).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  RULES-FILE
           RECORD CONTAINS 29 CHARACTERS.
       COPY GLRULES.
       FD  CHEQUE-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
       COPY CHQCTL.
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
           88  BNKCTL-LOADED                 VALUE 'Y'.
      *    ACCOUNTS CARRIED ON THE JOURNAL THAT ARE NOT
      *    SALARY-GROSS DEBITS: EMPLOYER SOCIAL INSURANCE,
      *    EXPENSE REIMBURSEMENTS, THE HELD-AT-ZERO
      *    SHORTFALL RECEIVABLE AND THE INTERCOMPANY
      *    RECEIVABLE.  THE VALUES ARE ONLY THE BUILT-IN
      *    DEFAULTS - EMPJRNL LETS FINANCE REMAP THESE LINES
      *    THROUGH THE GLRULES.DAT 'SIX'/'EXP'/'SHT'/'ICR'/
      *    'ICP' ROWS, SO THE SAME ROWS ARE LOADED HERE AND
      *    THE TWO PROGRAMS CAN NEVER DISAGREE.
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-RUL-EOF-FLAG         PIC X(01) VALUE 'N'.
       01  WS-SI-EXP-ACCT          PIC X(06) VALUE 'SIEXPN'.
       01  WS-EXP-ACCT             PIC X(06) VALUE 'EXPRMB'.
       01  WS-SHT-ACCT             PIC X(06) VALUE 'PY9810'.
       01  WS-ICR-ACCT             PIC X(06) VALUE 'IC1400'.
       01  WS-ICP-ACCT             PIC X(06) VALUE 'IC2400'.
       01  WS-SALARY-DEBITS        PIC 9(11)V99 VALUE ZERO.
       01  WS-OTHER-DEBITS         PIC 9(11)V99 VALUE ZERO.
       01  WS-BANK-SIDE            PIC 9(11)V99 VALUE ZERO.
       01  WS-MISMATCHES           PIC 9(02) VALUE ZERO.
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-CHQCTL-FLAG          PIC X(01) VALUE 'N'.
           88  CHQCTL-LOADED                 VALUE 'Y'.
       01  WS-PAID-SIDE            PIC 9(11)V99 VALUE ZERO.
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-NP-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-NETPAY                 VALUE 'Y'.
       01  WS-EMP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMP-FILE-OPEN                 VALUE 'Y'.
       01  WS-BNK-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-BNKCTL                 VALUE 'Y'.
       01  WS-BNKCTL-TOTAL         PIC X(78) VALUE SPACES.
       01  WS-WORK-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-CO-SUB               PIC 9(02) VALUE ZERO.
       01  WS-CO-FIND              PIC 9(02) VALUE ZERO.
       01  WS-CO-LSUB              PIC 9(02) VALUE ZERO.
       01  WS-CO-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-CO-JRNL-SIDE         PIC S9(11)V99 VALUE ZERO.
       01  WS-CO-BANK-SIDE         PIC 9(11)V99 VALUE ZERO.
       01  WS-CO-TABLE.
           03  CO-ENTRY            OCCURS 20 TIMES.
               05  TBL-CO-CODE     PIC X(03).
               05  TBL-CO-REG-GROSS PIC 9(11)V99.
               05  TBL-CO-REG-NET  PIC 9(11)V99.
               05  TBL-CO-SALARY   PIC 9(11)V99.
               05  TBL-CO-ICR      PIC 9(11)V99.
               05  TBL-CO-ICP      PIC 9(11)V99.
               05  TBL-CO-BNK-FLAG PIC X(01).
                   88  TBL-CO-BNKCTL             VALUE 'Y'.
               05  TBL-CO-CREDIT-AMT PIC 9(11)V99.
               05  TBL-CO-EXC-AMT  PIC 9(11)V99.
               05  TBL-CO-HELD-AMT PIC 9(11)V99.
               05  TBL-CO-REL-AMT  PIC 9(11)V99.
       COPY LOCMREC.
       COPY REFLKREQ.
       COPY ALERTREC.
       01  HEADING-LINE1           PIC X(80) VALUE
           'END-TO-END PAY FUNDS RECONCILIATION'.
       01  DETAIL-LINE.
           03  OUT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-FLAG            PIC X(12) VALUE SPACES.
       01  COMPANY-LINE.
           03  FILLER              PIC X(08) VALUE 'COMPANY '.
           03  OUT-CO-CODE         PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(69) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-BNKCTL-FLAG
                       MOVE BANK-CONTROL-RECORD TO WS-BNKCTL-TOTAL
                       PERFORM 1100-READ-CO-BNKCTL-PARA
                           UNTIL END-OF-BNKCTL
                       MOVE WS-BNKCTL-TOTAL TO BANK-CONTROL-RECORD
               END-READ
               CLOSE BANK-CONTROL-FILE
           END-IF
                   'RECONCILIATION CANNOT RUN'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT CHEQUE-CONTROL-FILE
           IF WS-FILE-STAT6 = '00'
               READ CHEQUE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-CHQCTL-FLAG
               END-READ
               CLOSE CHEQUE-CONTROL-FILE
           END-IF
           IF NOT CHQCTL-LOADED
               DISPLAY 'CHQCTL.DAT MISSING OR EMPTY - BANK '
                   'EXCEPTIONS TREATED AS UNPAID'
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-FILE-STAT3 NOT = '00'
               DISPLAY 'JRNL.DAT NOT AVAILABLE - STATUS '
                           MOVE GLR-ACCOUNT TO WS-EXP-ACCT
                       WHEN 'SHT'
                           MOVE GLR-ACCOUNT TO WS-SHT-ACCT
                       WHEN 'ICR'
                           MOVE GLR-ACCOUNT TO WS-ICR-ACCT
                       WHEN 'ICP'
                           MOVE GLR-ACCOUNT TO WS-ICP-ACCT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      *****************************************************
      *  COMPANY RECORDS FOLLOWING THE RUN TOTAL ON         *
      *  BNKCTL.DAT - ONLY THERE WHEN EMPBANK PAID FOR MORE *
      *  THAN ONE COMPANY.                                  *
      *****************************************************
       1100-READ-CO-BNKCTL-PARA.
           READ BANK-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-BNK-EOF-FLAG
               NOT AT END
                   IF BKC-COMPANY-LEVEL
                       MOVE BKC-COMPANY TO WS-WORK-COMPANY
                       PERFORM 2100-FIND-COMPANY-PARA
                       IF WS-CO-FIND > ZERO
                           MOVE 'Y' TO TBL-CO-BNK-FLAG(WS-CO-FIND)
                           MOVE BKC-CREDIT-AMT
                               TO TBL-CO-CREDIT-AMT(WS-CO-FIND)
                           MOVE BKC-EXC-AMT
                               TO TBL-CO-EXC-AMT(WS-CO-FIND)
                           MOVE BKC-HELD-AMT
                               TO TBL-CO-HELD-AMT(WS-CO-FIND)
                           MOVE BKC-REL-AMT
                               TO TBL-CO-REL-AMT(WS-CO-FIND)
                       END-IF
                   END-IF
           END-READ.
       2000-SUM-JOURNAL-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
               NOT AT END
      *            A LINE EMPJRNL MOVED TO SUSPENSE IS CLASSED
      *            BY THE ACCOUNT IT WAS MEANT FOR.
                   IF JR-ORIG-ACCOUNT NOT = SPACES
                       MOVE JR-ORIG-ACCOUNT TO JR-ACCOUNT
                   END-IF
                   MOVE JR-COMPANY TO WS-WORK-COMPANY
                   PERFORM 2100-FIND-COMPANY-PARA
                   IF JR-DEBIT
                       IF JR-ACCOUNT = WS-SI-EXP-ACCT
                           OR JR-ACCOUNT = WS-EXP-ACCT
                           OR JR-ACCOUNT = WS-SHT-ACCT
                           OR JR-ACCOUNT = WS-ICR-ACCT
                           ADD JR-AMOUNT TO WS-OTHER-DEBITS
                       ELSE
                           ADD JR-AMOUNT TO WS-SALARY-DEBITS
                       END-IF
                   END-IF
                   IF WS-CO-FIND > ZERO
                       PERFORM 2200-SUM-CO-JOURNAL-PARA
                   END-IF
           END-READ.
       2100-FIND-COMPANY-PARA.
           MOVE ZERO TO WS-CO-FIND
           PERFORM 2150-MATCH-COMPANY-PARA
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
                       WS-WORK-COMPANY ' NOT RECONCILED'
                   ADD 1 TO WS-MISMATCHES
               END-IF
           END-IF.
       2150-MATCH-COMPANY-PARA.
           IF TBL-CO-CODE(WS-CO-LSUB) = WS-WORK-COMPANY
               MOVE WS-CO-LSUB TO WS-CO-FIND
           END-IF.
       2200-SUM-CO-JOURNAL-PARA.
           EVALUATE TRUE
               WHEN JR-DEBIT AND JR-ACCOUNT = WS-ICR-ACCT
                   ADD JR-AMOUNT TO TBL-CO-ICR(WS-CO-FIND)
               WHEN JR-CREDIT AND JR-ACCOUNT = WS-ICP-ACCT
                   ADD JR-AMOUNT TO TBL-CO-ICP(WS-CO-FIND)
               WHEN JR-DEBIT
                   IF JR-ACCOUNT NOT = WS-SI-EXP-ACCT
                       AND JR-ACCOUNT NOT = WS-EXP-ACCT
                       AND JR-ACCOUNT NOT = WS-SHT-ACCT
                       ADD JR-AMOUNT TO TBL-CO-SALARY(WS-CO-FIND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3000-RECONCILE-PARA.
           IF NOT PAYCTL-LOADED OR NOT BNKCTL-LOADED
               CONTINUE
           ELSE
               PERFORM 3100-CHECK-GROSS-PARA
               PERFORM 3200-CHECK-NET-PARA
               IF WS-CO-COUNT > 1
                   PERFORM 3300-LOAD-REGISTER-PARA
                   PERFORM 3500-CHECK-COMPANY-PARA
                       VARYING WS-CO-SUB FROM 1 BY 1
                       UNTIL WS-CO-SUB > WS-CO-COUNT
               END-IF
           END-IF.
       3100-CHECK-GROSS-PARA.
           MOVE 'REGISTER GROSS' TO OUT-TEXT
           MOVE PCT-NET          TO OUT-AMOUNT
           MOVE SPACES           TO OUT-FLAG
           WRITE REPORT-RECORD FROM DETAIL-LINE
           IF CHQCTL-LOADED
               COMPUTE WS-BANK-SIDE = BKC-CREDIT-AMT - BKC-REL-AMT
                   + CQC-PAID-AMT + CQC-UNPAID-AMT + BKC-HELD-AMT
               COMPUTE WS-PAID-SIDE = BKC-CREDIT-AMT - BKC-REL-AMT
                   + CQC-PAID-AMT
               MOVE 'BANK + CHQ + UNPAID + HELD' TO OUT-TEXT
           ELSE
               COMPUTE WS-BANK-SIDE = BKC-CREDIT-AMT - BKC-REL-AMT
                   + BKC-EXC-AMT + BKC-HELD-AMT
               COMPUTE WS-PAID-SIDE = BKC-CREDIT-AMT - BKC-REL-AMT
               MOVE 'BANK + EXCEPTIONS + HELD' TO OUT-TEXT
           END-IF
           MOVE WS-BANK-SIDE     TO OUT-AMOUNT
           IF WS-BANK-SIDE = PCT-NET
               MOVE 'TIES'       TO OUT-FLAG
               ADD 1 TO WS-MISMATCHES
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
           IF CHQCTL-LOADED
               MOVE 'CHEQUES/ORDERS PAID' TO OUT-TEXT
               MOVE CQC-PAID-AMT     TO OUT-AMOUNT
               MOVE 'INFO'           TO OUT-FLAG
               WRITE REPORT-RECORD FROM DETAIL-LINE
               MOVE 'EXCEPTIONS STILL UNPAID' TO OUT-TEXT
               MOVE CQC-UNPAID-AMT   TO OUT-AMOUNT
               MOVE 'INFO'           TO OUT-FLAG
               WRITE REPORT-RECORD FROM DETAIL-LINE
           END-IF
           MOVE 'NET HELD - PAYMENT HOLD' TO OUT-TEXT
           MOVE BKC-HELD-AMT     TO OUT-AMOUNT
           MOVE 'RECONCILING'    TO OUT-FLAG
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE 'RELEASED HOLDS IN BANKFILE' TO OUT-TEXT
           MOVE BKC-REL-AMT      TO OUT-AMOUNT
           MOVE 'RECONCILING'    TO OUT-FLAG
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE 'TOTAL NET PAID'   TO OUT-TEXT
           MOVE WS-PAID-SIDE     TO OUT-AMOUNT
           MOVE 'INFO'           TO OUT-FLAG
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE 'HELD-AT-ZERO SHORTFALL' TO OUT-TEXT
           MOVE PCT-SHORTFALL    TO OUT-AMOUNT
           MOVE 'INFO'           TO OUT-FLAG
           MOVE PCT-CLAIMS       TO OUT-AMOUNT
           MOVE 'INFO'           TO OUT-FLAG
           WRITE REPORT-RECORD FROM DETAIL-LINE.
      *****************************************************
      *  REGISTER GROSS AND NET BY PAYING COMPANY, OFF THE  *
      *  NET-PAY RESULTS - THE SAME EMPLOYEE-TO-COMPANY     *
      *  ROUTE EMPGLEX AND EMPBANK TAKE.  WITHOUT NETPAY.DAT *
      *  OR EMPMAST.DAT THE COMPANIES CANNOT BE PROVED.     *
      *****************************************************
       3300-LOAD-REGISTER-PARA.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT8 = '00'
               MOVE 'Y' TO WS-EMP-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT8 ' - COMPANIES NOT PROVED'
               ADD 1 TO WS-MISMATCHES
           END-IF
           OPEN INPUT NETPAY-FILE
           IF WS-FILE-STAT7 = '00'
               PERFORM 3310-READ-NETPAY-PARA UNTIL END-OF-NETPAY
               CLOSE NETPAY-FILE
           ELSE
               DISPLAY 'NETPAY.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT7 ' - COMPANIES NOT PROVED'
               ADD 1 TO WS-MISMATCHES
           END-IF
           IF EMP-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF.
       3310-READ-NETPAY-PARA.
           READ NETPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NP-EOF-FLAG
               NOT AT END
                   PERFORM 3320-EMP-COMPANY-PARA
                   PERFORM 2100-FIND-COMPANY-PARA
                   IF WS-CO-FIND > ZERO
                       ADD NP-GROSS TO TBL-CO-REG-GROSS(WS-CO-FIND)
                       ADD NP-NET   TO TBL-CO-REG-NET(WS-CO-FIND)
                   END-IF
           END-READ.
       3320-EMP-COMPANY-PARA.
           MOVE SPACES TO WS-WORK-COMPANY
           IF EMP-FILE-OPEN
               MOVE NP-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'L'     TO RLK-FILE-ID
                       MOVE SPACES  TO RLK-KEY
                       MOVE EMP-LOC TO RLK-KEY
                       CALL 'REFLKUP' USING REFLKUP-REQUEST
                       IF RLK-REC-FOUND
                           MOVE RLK-DATA     TO LOCM-RECORD
                           MOVE LOCM-COMPANY TO WS-WORK-COMPANY
                       END-IF
               END-READ
           END-IF.
      *****************************************************
      *  ONE COMPANY: ITS REGISTER GROSS AGAINST ITS        *
      *  JOURNAL SALARY DEBITS PLUS THE INTERCOMPANY        *
      *  RECHARGE IT RECEIVES LESS THE ONE IT PAYS, AND ITS *
      *  REGISTER NET AGAINST ITS BNKCTL.DAT COMPANY        *
      *  RECORD - TRANSMITTED LESS RELEASED PLUS EXCEPTED   *
      *  PLUS HELD.                                         *
      *****************************************************
       3500-CHECK-COMPANY-PARA.
           MOVE TBL-CO-CODE(WS-CO-SUB) TO OUT-CO-CODE
           WRITE REPORT-RECORD FROM COMPANY-LINE
           MOVE 'REGISTER GROSS'       TO OUT-TEXT
           MOVE TBL-CO-REG-GROSS(WS-CO-SUB) TO OUT-AMOUNT
           MOVE SPACES                 TO OUT-FLAG
           WRITE REPORT-RECORD FROM DETAIL-LINE
           COMPUTE WS-CO-JRNL-SIDE = TBL-CO-SALARY(WS-CO-SUB)
               + TBL-CO-ICR(WS-CO-SUB) - TBL-CO-ICP(WS-CO-SUB)
           MOVE 'JOURNAL SALARY + ICR - ICP' TO OUT-TEXT
           MOVE WS-CO-JRNL-SIDE        TO OUT-AMOUNT
           IF WS-CO-JRNL-SIDE = TBL-CO-REG-GROSS(WS-CO-SUB)
               MOVE 'TIES'             TO OUT-FLAG
           ELSE
               MOVE '** MISMATCH'      TO OUT-FLAG
               ADD 1 TO WS-MISMATCHES
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE 'REGISTER NET'         TO OUT-TEXT
           MOVE TBL-CO-REG-NET(WS-CO-SUB) TO OUT-AMOUNT
           MOVE SPACES                 TO OUT-FLAG
           WRITE REPORT-RECORD FROM DETAIL-LINE
           COMPUTE WS-CO-BANK-SIDE = TBL-CO-CREDIT-AMT(WS-CO-SUB)
               - TBL-CO-REL-AMT(WS-CO-SUB) + TBL-CO-EXC-AMT(WS-CO-SUB)
               + TBL-CO-HELD-AMT(WS-CO-SUB)
           MOVE 'BANK + EXCEPTIONS + HELD' TO OUT-TEXT
           MOVE WS-CO-BANK-SIDE        TO OUT-AMOUNT
           EVALUATE TRUE
               WHEN NOT TBL-CO-BNKCTL(WS-CO-SUB)
                   MOVE '** NO BNKCTL' TO OUT-FLAG
                   ADD 1 TO WS-MISMATCHES
               WHEN WS-CO-BANK-SIDE = TBL-CO-REG-NET(WS-CO-SUB)
                   MOVE 'TIES'         TO OUT-FLAG
               WHEN OTHER
                   MOVE '** MISMATCH'  TO OUT-FLAG
                   ADD 1 TO WS-MISMATCHES
           END-EVALUATE
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT3 = '00' OR WS-FILE-STAT3 = '10'
               CLOSE JOURNAL-FILE
           DISPLAY 'REGISTER GROSS      : ', PCT-GROSS
           DISPLAY 'JOURNAL SALARY DR   : ', WS-SALARY-DEBITS
           DISPLAY 'REGISTER NET        : ', PCT-NET
           DISPLAY 'BANK-SIDE TOTAL     : ', WS-BANK-SIDE
           DISPLAY 'NET PAID            : ', WS-PAID-SIDE
           DISPLAY 'NET HELD            : ', BKC-HELD-AMT
           DISPLAY 'HOLDS RELEASED      : ', BKC-REL-AMT
           DISPLAY 'OTHER JOURNAL DR    : ', WS-OTHER-DEBITS
           IF WS-CO-COUNT > 1
               DISPLAY 'COMPANIES PROVED    : ', WS-CO-COUNT
           END-IF
           IF WS-MISMATCHES > ZERO
               DISPLAY 'FUNDS DO NOT BALANCE - ' WS-MISMATCHES
                   ' MISMATCH(ES) - CYCLE FAILED'
               MOVE 8 TO RETURN-CODE
               PERFORM 8200-RAISE-ALERT-PARA
           ELSE
               DISPLAY 'FUNDS BALANCE TO THE PENNY'
           END-IF
           CLOSE REPORT-FILE.
       8200-RAISE-ALERT-PARA.
           MOVE 'C'        TO ALR-SEVERITY
           MOVE 'EMPFUNDS' TO ALR-SOURCE-PGM
           MOVE 'STEP142'  TO ALR-STEP
           MOVE SPACES     TO ALR-MESSAGE
           STRING 'PAY FUNDS DO NOT BALANCE - ' WS-MISMATCHES
                  ' MISMATCH(ES)'
                  DELIMITED BY SIZE INTO ALR-MESSAGE
           END-STRING
           CALL 'ALERTW' USING ALERT-RECORD.
