      *  REMAINDER CREDITED TO THE MAIN BNKMAST.DAT         *
      *  ACCOUNT - SO THE TRAILER TOTAL STILL PROVES TO     *
      *  THE NETPAY.DAT TOTAL EXACTLY.                      *
      *  AN EMPLOYEE MARKED ON MANPAY.DAT FOR PAYMENT BY    *
      *  CHEQUE OR PAYMENT ORDER IS KEPT OFF THE CREDIT     *
      *  FILE EVEN WITH A BANK RECORD AND LISTED ON         *
      *  BANKEXC.DAT AS A MANUAL PAYMENT, SO EMPCHEQ PICKS  *
      *  UP EVERY NET THE BANK WILL NOT BE PAYING FROM ONE  *
      *  LIST.                                              *
      *  AN EMPLOYEE ON A PAYMENT HOLD (PAYHOLD.DAT, PLACED *
      *  THROUGH PAYHMNT) IS KEPT OFF THE CREDIT FILE AND   *
      *  OFF BANKEXC.DAT - THE NET GOES TO THE              *
      *  HELD-PAYMENTS REGISTER (HELDPAY.DAT) AND IS ADDED  *
      *  TO THE HOLD'S ACCUMULATED AMOUNT, SO NEITHER THE   *
      *  BANK NOR A CHEQUE PAYS IT.  A HOLD PAYHMNT HAS     *
      *  RELEASED IS PAID HERE: THE ACCUMULATED AMOUNT GOES *
      *  OUT AS ONE CREDIT TO THE MAIN BNKMAST.DAT ACCOUNT  *
      *  AND THE HOLD IS REMOVED; WITH NO BANK RECORD IT    *
      *  STAYS HELD AND IS RAISED ON THE EXCEPTION          *
      *  REGISTER.  HELD AND RELEASED AMOUNTS ARE CARRIED   *
      *  ON BNKCTL.DAT FOR EMPFUNDS.  EACH CREDIT CARRIES   *
      *  THE EMPLOYEE'S PAY GROUP FROM NETPAY.DAT           *
      *  (BCR-PAY-GROUP, BLANK FOR THE STANDARD MONTHLY     *
      *  GROUP AND FOR A RELEASED HOLD, WHICH MAY SPAN      *
      *  RUNS).                                             *
      *  EACH CREDIT ALSO CARRIES THE PAYING COMPANY - THE  *
      *  LEGAL ENTITY OWNING THE EMPLOYEE'S LOCATION        *
      *  (BCR-COMPANY, FROM EMPMAST.DAT AND LOCMAST.DAT     *
      *  THROUGH REFLKUP).  WHEN THE RUN PAYS FOR MORE THAN *
      *  ONE COMPANY, BANKFILE.DAT IS THEN SPLIT INTO ONE   *
      *  FILE PER COMPANY DEBIT ACCOUNT (BANKccc.DAT), EACH *
      *  WITH A HEADER NAMING THE ACCOUNT FROM COMPMAST.DAT *
      *  AND ITS OWN TRAILER, AND BNKCTL.DAT CARRIES ONE    *
      *  COMPANY RECORD PER COMPANY AFTER THE RUN TOTAL.    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT MANUAL-PAY-FILE ASSIGN TO 'MANPAY.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT HOLD-FILE ASSIGN TO 'PAYHOLD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PHD-EMP-ID
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT HELD-PAY-FILE ASSIGN TO 'HELDPAY.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT CO-BANK-FILE ASSIGN TO WS-CO-BANK-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT11.
       DATA DIVISION.
       FILE SECTION.
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  BANK-MASTER
           RECORD CONTAINS 54 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCEPTION-RECORD        PIC X(80).
       FD  BANK-CONTROL-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY BNKCTL.
       FD  MANUAL-PAY-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY MANPAY.
       FD  HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PAYHOLD.
       FD  HELD-PAY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY HELDPAY.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  CO-BANK-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CO-BANK-RECORD          PIC X(70).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-TOT-AMOUNT           PIC 9(9)V99 VALUE ZERO.
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-TOT-EXC-AMOUNT       PIC 9(9)V99 VALUE ZERO.
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-MAN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-MANUAL                 VALUE 'Y'.
       01  WS-MANUAL-FLAG          PIC X(01) VALUE 'N'.
           88  MANUAL-PAYMENT                VALUE 'Y'.
       01  WS-TOT-MANUAL           PIC 9(05) VALUE ZERO.
       01  WS-MAN-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-MSUB                 PIC 9(03) VALUE ZERO.
       01  WS-MANUAL-TABLE.
           03  TBL-MAN-EMP-ID      PIC X(05) OCCURS 100 TIMES.
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-HOLD-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  HOLD-FILE-OPEN                VALUE 'Y'.
       01  WS-HOLD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-HOLDS                  VALUE 'Y'.
       01  WS-HOLD-FLAG            PIC X(01) VALUE 'N'.
           88  PAY-ON-HOLD                   VALUE 'Y'.
       01  WS-TOT-HELD             PIC 9(05) VALUE ZERO.
       01  WS-TOT-HELD-AMT         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-RELEASED         PIC 9(05) VALUE ZERO.
       01  WS-TOT-REL-AMT          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-REL-NO-BANK      PIC 9(05) VALUE ZERO.
       01  WS-BCR-AMOUNT-MAX       PIC 9(9)V99 VALUE 9999999.99.
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-FILE-STAT11          PIC X(02).
       01  WS-EMP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMP-FILE-OPEN                 VALUE 'Y'.
       01  WS-BANK-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-BANK-FILE              VALUE 'Y'.
       01  WS-CO-BANK-ASGN         PIC X(30) VALUE SPACES.
       01  WS-WORK-EMP             PIC X(05) VALUE SPACES.
       01  WS-CUR-COMPANY          PIC X(03) VALUE SPACES.
       01  WS-CO-SUB               PIC 9(02) VALUE ZERO.
       01  WS-CO-FIND              PIC 9(02) VALUE ZERO.
       01  WS-CO-LSUB              PIC 9(02) VALUE ZERO.
       01  WS-CO-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-CO-FILE-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-CO-FILE-AMOUNT       PIC 9(9)V99 VALUE ZERO.
       01  WS-CO-TABLE.
           03  CO-ENTRY            OCCURS 20 TIMES.
               05  TBL-CO-CODE     PIC X(03).
               05  TBL-CO-CREDITS  PIC 9(07).
               05  TBL-CO-AMOUNT   PIC 9(11)V99.
               05  TBL-CO-EXC-COUNT PIC 9(05).
               05  TBL-CO-EXC-AMT  PIC 9(11)V99.
               05  TBL-CO-HELD-COUNT PIC 9(05).
               05  TBL-CO-HELD-AMT PIC 9(11)V99.
               05  TBL-CO-REL-COUNT PIC 9(05).
               05  TBL-CO-REL-AMT  PIC 9(11)V99.
       COPY XMITREQ.
       COPY EXCPREG.
       COPY LOCMREC.
       COPY COMPREC.
       COPY REFLKREQ.
       01  BANK-HEADER-REC.
           03  BHR-REC-CODE        PIC X(01) VALUE 'H'.
           03  BHR-FEED-ID         PIC X(08) VALUE 'EMPBANK '.
           03  BHR-RUN-DATE        PIC 9(08) VALUE ZERO.
           03  BHR-GENERATION      PIC 9(06) VALUE ZERO.
           03  BHR-COMPANY         PIC X(03) VALUE SPACES.
           03  BHR-DEBIT-BANK      PIC X(08) VALUE SPACES.
           03  BHR-DEBIT-ACCT      PIC X(16) VALUE SPACES.
           03  FILLER              PIC X(20) VALUE SPACES.
       01  BANK-CREDIT-REC.
           03  BCR-REC-CODE        PIC X(01) VALUE 'D'.
           03  BCR-EMP-ID          PIC X(05) VALUE SPACES.
           03  BCR-ACCT-NO         PIC X(16) VALUE SPACES.
           03  BCR-ACCT-NAME       PIC X(25) VALUE SPACES.
           03  BCR-AMOUNT          PIC 9(7)V99 VALUE ZERO.
           03  BCR-PAY-GROUP       PIC X(02) VALUE SPACES.
           03  BCR-COMPANY         PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
       01  BANK-TRAILER-REC.
           03  BTL-REC-CODE        PIC X(01) VALUE 'T'.
           03  BTL-REC-COUNT       PIC 9(07) VALUE ZERO.
           03  BTL-TOT-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           03  FILLER              PIC X(51) VALUE SPACES.
       01  EXCEPTION-HEADING       PIC X(80) VALUE
           'NET PAY NOT CREDITED TO A BANK ACCOUNT - FOLLOW UP'.
       01  EXCEPTION-LINE.
           03  OUT-EXC-EMP-ID      PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EXC-NET         PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  OUT-EXC-TEXT        PIC X(30) VALUE
               '  NET PAY HAS NO BANK ACCOUNT'.
           03  FILLER              PIC X(33) VALUE SPACES.
       01  EXCEPTION-SUMMARY.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           IF HOLD-FILE-OPEN
               PERFORM 3000-PAY-RELEASES-PARA
           END-IF
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT NETPAY-FILE
           OPEN INPUT BANK-MASTER
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT10 = '00'
               MOVE 'Y' TO WS-EMP-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT10 ' - CREDITS NOT SPLIT BY COMPANY'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT BANK-FILE
           OPEN OUTPUT EXCEPTION-FILE
           WRITE EXCEPTION-RECORD FROM EXCEPTION-HEADING
               DISPLAY 'BNKSPLIT.DAT NOT AVAILABLE - NO SPLIT '
                   'ACCOUNTS THIS RUN'
           END-IF
           OPEN INPUT MANUAL-PAY-FILE
           IF WS-FILE-STAT7 = '00'
               PERFORM 1200-LOAD-MANUAL-PARA UNTIL END-OF-MANUAL
               CLOSE MANUAL-PAY-FILE
           END-IF
           PERFORM 1300-OPEN-HOLDS-PARA
           PERFORM 1500-READ-NETPAY-PARA.
       1200-LOAD-MANUAL-PARA.
           READ MANUAL-PAY-FILE
               AT END
                   MOVE 'Y' TO WS-MAN-EOF-FLAG
               NOT AT END
                   IF MP-EMP-ID NOT = SPACES
                       IF WS-MAN-COUNT < 100
                           ADD 1 TO WS-MAN-COUNT
                           MOVE MP-EMP-ID
                               TO TBL-MAN-EMP-ID(WS-MAN-COUNT)
                       ELSE
                           DISPLAY 'WARNING - MANUAL PAYMENT TABLE '
                               'FULL AT 100 - REST PAID BY BANK'
                           MOVE 'Y' TO WS-MAN-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.
      *****************************************************
      *  NO PAYHOLD.DAT MEANS NO ONE HAS EVER BEEN HELD.  A *
      *  HOLD FILE THAT IS THERE BUT WILL NOT OPEN COULD    *
      *  LET A STOPPED NET REACH THE BANK, SO THE STEP ENDS *
      *  RC=8 AND THE CYCLE STOPS BEHIND IT.                *
      *****************************************************
       1300-OPEN-HOLDS-PARA.
           OPEN I-O HOLD-FILE
           EVALUATE WS-FILE-STAT8
               WHEN '00'
                   MOVE 'Y' TO WS-HOLD-OPEN-FLAG
                   OPEN INPUT HELD-PAY-FILE
                   IF WS-FILE-STAT9 = '00'
                       CLOSE HELD-PAY-FILE
                       OPEN EXTEND HELD-PAY-FILE
                   ELSE
                       OPEN OUTPUT HELD-PAY-FILE
                   END-IF
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PAYHOLD.DAT OPEN FAILED - STATUS '
                       WS-FILE-STAT8 ' - PAYMENT HOLDS NOT HONOURED'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       1500-READ-NETPAY-PARA.
           READ NETPAY-FILE NEXT RECORD
               AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE 'N' TO WS-MANUAL-FLAG
           PERFORM 2050-CHECK-MANUAL-PARA
               VARYING WS-MSUB FROM 1 BY 1
               UNTIL WS-MSUB > WS-MAN-COUNT OR MANUAL-PAYMENT
           MOVE 'N' TO WS-HOLD-FLAG
           IF HOLD-FILE-OPEN
               PERFORM 2060-CHECK-HOLD-PARA
           END-IF
           MOVE NP-EMP-ID TO WS-WORK-EMP
           PERFORM 2070-FIND-COMPANY-PARA
           EVALUATE TRUE
               WHEN PAY-ON-HOLD
                   PERFORM 2500-DIVERT-HELD-PARA
               WHEN MANUAL-PAYMENT
                   PERFORM 2400-WRITE-MANUAL-PARA
               WHEN OTHER
                   PERFORM 2100-LOOKUP-BANK-PARA
                   IF BANK-FOUND
                       PERFORM 2200-WRITE-CREDIT-PARA
                   ELSE
                       PERFORM 2300-WRITE-EXCEPTION-PARA
                   END-IF
           END-EVALUATE
           PERFORM 1500-READ-NETPAY-PARA.
       2050-CHECK-MANUAL-PARA.
           IF TBL-MAN-EMP-ID(WS-MSUB) = NP-EMP-ID
               MOVE 'Y' TO WS-MANUAL-FLAG
           END-IF.
       2060-CHECK-HOLD-PARA.
           MOVE NP-EMP-ID TO PHD-EMP-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PHD-HELD AND NP-NET > ZERO
                       MOVE 'Y' TO WS-HOLD-FLAG
                   END-IF
           END-READ.
      *****************************************************
      *  PAYING COMPANY OF EMPLOYEE WS-WORK-EMP - THE       *
      *  COMPANY OWNING THE EMPLOYEE'S LOCATION - AND ITS   *
      *  SUBSCRIPT IN THE COMPANY TABLE (ZERO WHEN THE      *
      *  TABLE IS FULL).  AN EMPLOYEE OFF EMPMAST.DAT OR AT *
      *  A LOCATION WITH NO COMPANY FALLS TO THE BLANK ONE. *
      *****************************************************
       2070-FIND-COMPANY-PARA.
           MOVE SPACES TO WS-CUR-COMPANY
           IF EMP-FILE-OPEN
               MOVE WS-WORK-EMP TO EMP-ID
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
                           MOVE LOCM-COMPANY TO WS-CUR-COMPANY
                       END-IF
               END-READ
           END-IF
           MOVE ZERO TO WS-CO-FIND
           PERFORM 2075-MATCH-COMPANY-PARA
               VARYING WS-CO-LSUB FROM 1 BY 1
               UNTIL WS-CO-LSUB > WS-CO-COUNT
                  OR WS-CO-FIND > ZERO
           IF WS-CO-FIND = ZERO
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   INITIALIZE CO-ENTRY(WS-CO-COUNT)
                   MOVE WS-CUR-COMPANY TO TBL-CO-CODE(WS-CO-COUNT)
                   MOVE WS-CO-COUNT TO WS-CO-FIND
               ELSE
                   DISPLAY 'WARNING - COMPANY TABLE FULL AT 20 - '
                       WS-CUR-COMPANY ' NOT IN COMPANY TOTALS'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-CO-FIND TO WS-CO-SUB.
       2075-MATCH-COMPANY-PARA.
           IF TBL-CO-CODE(WS-CO-LSUB) = WS-CUR-COMPANY
               MOVE WS-CO-LSUB TO WS-CO-FIND
           END-IF.
       2100-LOOKUP-BANK-PARA.
           MOVE 'N'       TO WS-BANK-FLAG
           MOVE NP-EMP-ID TO BNK-EMP-ID
               MOVE BNK-ACCT-NO    TO BCR-ACCT-NO
               MOVE BNK-ACCT-NAME  TO BCR-ACCT-NAME
               MOVE WS-REMAINING   TO BCR-AMOUNT
               MOVE NP-PAY-GROUP   TO BCR-PAY-GROUP
               MOVE WS-CUR-COMPANY TO BCR-COMPANY
               WRITE BANK-FILE-RECORD FROM BANK-CREDIT-REC
               ADD 1            TO WS-TOT-CREDITS
               ADD WS-REMAINING TO WS-TOT-AMOUNT
               IF WS-CO-SUB > ZERO
                   ADD 1            TO TBL-CO-CREDITS(WS-CO-SUB)
                   ADD WS-REMAINING TO TBL-CO-AMOUNT(WS-CO-SUB)
               END-IF
           END-IF.
      *****************************************************
      *  SPLITS ARE APPLIED IN PRIORITY-SEQUENCE ORDER -    *
               MOVE BSP-ACCT-NO    TO BCR-ACCT-NO
               MOVE BSP-ACCT-NAME  TO BCR-ACCT-NAME
               MOVE WS-SPLIT-AMT   TO BCR-AMOUNT
               MOVE NP-PAY-GROUP   TO BCR-PAY-GROUP
               MOVE WS-CUR-COMPANY TO BCR-COMPANY
               WRITE BANK-FILE-RECORD FROM BANK-CREDIT-REC
               ADD 1            TO WS-TOT-CREDITS
               ADD 1            TO WS-TOT-SPLITS
               ADD WS-SPLIT-AMT TO WS-TOT-AMOUNT
               IF WS-CO-SUB > ZERO
                   ADD 1            TO TBL-CO-CREDITS(WS-CO-SUB)
                   ADD WS-SPLIT-AMT TO TBL-CO-AMOUNT(WS-CO-SUB)
               END-IF
               SUBTRACT WS-SPLIT-AMT FROM WS-REMAINING
           END-IF.
       2300-WRITE-EXCEPTION-PARA.
           MOVE NP-EMP-ID TO OUT-EXC-EMP-ID
           MOVE NP-NET    TO OUT-EXC-NET
           MOVE '  NET PAY HAS NO BANK ACCOUNT' TO OUT-EXC-TEXT
           WRITE EXCEPTION-RECORD FROM EXCEPTION-LINE
           ADD 1      TO WS-TOT-NO-BANK
           ADD NP-NET TO WS-TOT-EXC-AMOUNT
           IF WS-CO-SUB > ZERO
               ADD 1      TO TBL-CO-EXC-COUNT(WS-CO-SUB)
               ADD NP-NET TO TBL-CO-EXC-AMT(WS-CO-SUB)
           END-IF
           MOVE 'EMPBANK ' TO EXR-SOURCE-PGM
           MOVE NP-EMP-ID  TO EXR-KEY
           MOVE 'NET PAY HAS NO BANK ACCOUNT' TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
      *    PAYROLL ASKED FOR THIS ONE, SO IT IS LISTED FOR
      *    EMPCHEQ BUT NOT RAISED ON THE EXCEPTION REGISTER.
       2400-WRITE-MANUAL-PARA.
           MOVE NP-EMP-ID TO OUT-EXC-EMP-ID
           MOVE NP-NET    TO OUT-EXC-NET
           MOVE '  MANUAL PAYMENT REQUESTED' TO OUT-EXC-TEXT
           WRITE EXCEPTION-RECORD FROM EXCEPTION-LINE
           ADD 1      TO WS-TOT-MANUAL
           ADD NP-NET TO WS-TOT-EXC-AMOUNT
           IF WS-CO-SUB > ZERO
               ADD 1      TO TBL-CO-EXC-COUNT(WS-CO-SUB)
               ADD NP-NET TO TBL-CO-EXC-AMT(WS-CO-SUB)
           END-IF.
      *****************************************************
      *  A HELD NET IS NOT AN EXCEPTION FOR EMPCHEQ TO PAY  *
      *  - IT GOES ONLY TO THE HELD-PAYMENTS REGISTER AND   *
      *  ONTO THE HOLD'S RUNNING TOTAL, WITH THE HOLD       *
      *  REASON AGAINST IT.                                 *
      *****************************************************
       2500-DIVERT-HELD-PARA.
           MOVE NP-EMP-ID  TO HPY-EMP-ID
           MOVE WS-TODAY   TO HPY-HELD-DATE
           MOVE NP-NET     TO HPY-AMOUNT
           MOVE 'EMPBANK ' TO HPY-SOURCE
           MOVE PHD-REASON TO HPY-REASON
           WRITE HELD-PAY-RECORD
           ADD 1      TO PHD-HELD-COUNT
           ADD NP-NET TO PHD-HELD-AMT
           IF PHD-FIRST-HELD = ZERO
               MOVE WS-TODAY TO PHD-FIRST-HELD
           END-IF
           MOVE WS-TODAY TO PHD-LAST-HELD
           REWRITE PAY-HOLD-RECORD
               INVALID KEY
                   DISPLAY 'PAYHOLD.DAT REWRITE FAILED FOR '
                       NP-EMP-ID ' - STATUS ' WS-FILE-STAT8
                   MOVE 8 TO RETURN-CODE
           END-REWRITE
           ADD 1      TO WS-TOT-HELD
           ADD NP-NET TO WS-TOT-HELD-AMT
           IF WS-CO-SUB > ZERO
               ADD 1      TO TBL-CO-HELD-COUNT(WS-CO-SUB)
               ADD NP-NET TO TBL-CO-HELD-AMT(WS-CO-SUB)
           END-IF.
      *****************************************************
      *  RELEASED HOLDS, IN EMP-ID ORDER OFF THE HOLD FILE. *
      *  EACH PAYS AS ONE CREDIT TO THE MAIN ACCOUNT - THE  *
      *  SPLITS ARE FOR REGULAR PAY, NOT A CATCH-UP OF      *
      *  SEVERAL HELD NETS - AND THE HOLD IS THEN REMOVED.  *
      *****************************************************
       3000-PAY-RELEASES-PARA.
           MOVE 'N'        TO WS-HOLD-EOF-FLAG
           MOVE LOW-VALUES TO PHD-EMP-ID
           START HOLD-FILE KEY NOT < PHD-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-START
           PERFORM 3100-READ-HOLD-PARA UNTIL END-OF-HOLDS.
       3100-READ-HOLD-PARA.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF PHD-RELEASED
                       PERFORM 3200-PAY-RELEASE-PARA
                   END-IF
           END-READ.
       3200-PAY-RELEASE-PARA.
           IF PHD-HELD-AMT > WS-BCR-AMOUNT-MAX
               MOVE 'EMPBANK '   TO EXR-SOURCE-PGM
               MOVE PHD-EMP-ID   TO EXR-KEY
               MOVE 'RELEASED HOLD TOO LARGE FOR ONE CREDIT'
                   TO EXR-TEXT
               CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           ELSE
               PERFORM 3300-CREDIT-RELEASE-PARA
           END-IF.
       3300-CREDIT-RELEASE-PARA.
           MOVE PHD-EMP-ID TO BNK-EMP-ID
           READ BANK-MASTER
               INVALID KEY
                   ADD 1 TO WS-TOT-REL-NO-BANK
                   MOVE 'EMPBANK '   TO EXR-SOURCE-PGM
                   MOVE PHD-EMP-ID   TO EXR-KEY
                   MOVE 'RELEASED HOLD HAS NO BANK ACCOUNT'
                       TO EXR-TEXT
                   CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
               NOT INVALID KEY
                   MOVE PHD-EMP-ID     TO WS-WORK-EMP
                   PERFORM 2070-FIND-COMPANY-PARA
                   MOVE PHD-EMP-ID     TO BCR-EMP-ID
                   MOVE BNK-BANK-CODE  TO BCR-BANK-CODE
                   MOVE BNK-ACCT-NO    TO BCR-ACCT-NO
                   MOVE BNK-ACCT-NAME  TO BCR-ACCT-NAME
                   MOVE PHD-HELD-AMT   TO BCR-AMOUNT
                   MOVE SPACES         TO BCR-PAY-GROUP
                   MOVE WS-CUR-COMPANY TO BCR-COMPANY
                   WRITE BANK-FILE-RECORD FROM BANK-CREDIT-REC
                   ADD 1            TO WS-TOT-CREDITS
                   ADD PHD-HELD-AMT TO WS-TOT-AMOUNT
                   ADD 1            TO WS-TOT-RELEASED
                   ADD PHD-HELD-AMT TO WS-TOT-REL-AMT
                   IF WS-CO-SUB > ZERO
                       ADD 1            TO TBL-CO-CREDITS(WS-CO-SUB)
                       ADD PHD-HELD-AMT TO TBL-CO-AMOUNT(WS-CO-SUB)
                       ADD 1            TO TBL-CO-REL-COUNT(WS-CO-SUB)
                       ADD PHD-HELD-AMT TO TBL-CO-REL-AMT(WS-CO-SUB)
                   END-IF
                   DELETE HOLD-FILE
                       INVALID KEY
                           DISPLAY 'PAYHOLD.DAT DELETE FAILED FOR '
                               PHD-EMP-ID ' - STATUS ' WS-FILE-STAT8
                           MOVE 8 TO RETURN-CODE
                   END-DELETE
           END-READ.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-CREDITS TO BTL-REC-COUNT
           MOVE WS-TOT-AMOUNT  TO BTL-TOT-AMOUNT
           WRITE BANK-FILE-RECORD FROM BANK-TRAILER-REC
           CLOSE BANK-FILE
           IF WS-CO-COUNT > 1
               PERFORM 9100-COMPANY-FILE-PARA
                   VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
           END-IF
           COMPUTE OUT-TOT-NO-BANK = WS-TOT-NO-BANK + WS-TOT-MANUAL
           WRITE EXCEPTION-RECORD FROM EXCEPTION-SUMMARY
      *    THE SAME FIGURES AS THE BANKFILE TRAILER, IN A
      *    FIXED RECORD THE EMPFUNDS RECONCILIATION CAN READ
           OPEN OUTPUT BANK-CONTROL-FILE
           MOVE WS-TOT-CREDITS    TO BKC-CREDIT-COUNT
           MOVE WS-TOT-AMOUNT     TO BKC-CREDIT-AMT
           COMPUTE BKC-EXC-COUNT = WS-TOT-NO-BANK + WS-TOT-MANUAL
           MOVE WS-TOT-EXC-AMOUNT TO BKC-EXC-AMT
           MOVE WS-TOT-HELD       TO BKC-HELD-COUNT
           MOVE WS-TOT-HELD-AMT   TO BKC-HELD-AMT
           MOVE WS-TOT-RELEASED   TO BKC-REL-COUNT
           MOVE WS-TOT-REL-AMT    TO BKC-REL-AMT
           MOVE 'T'               TO BKC-LEVEL
           MOVE SPACES            TO BKC-COMPANY
           WRITE BANK-CONTROL-RECORD
           IF WS-CO-COUNT > 1
               PERFORM 9400-WRITE-CO-CONTROL-PARA
                   VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
           END-IF
           CLOSE BANK-CONTROL-FILE
           DISPLAY '** BANK CREDIT INTERFACE SUMMARY **'
           DISPLAY 'NETPAY RECORDS READ : ', WS-TOT-READ
           DISPLAY 'CREDITS WRITTEN     : ', WS-TOT-CREDITS
           DISPLAY 'SPLIT CREDITS       : ', WS-TOT-SPLITS
           DISPLAY 'NO BANK RECORD      : ', WS-TOT-NO-BANK
           DISPLAY 'MANUAL PAYMENTS     : ', WS-TOT-MANUAL
           DISPLAY 'HELD ON PAYMENT HOLD: ', WS-TOT-HELD
           DISPLAY 'HELD AMOUNT         : ', WS-TOT-HELD-AMT
           DISPLAY 'HOLDS RELEASED/PAID : ', WS-TOT-RELEASED
           DISPLAY 'RELEASED AMOUNT     : ', WS-TOT-REL-AMT
           DISPLAY 'RELEASED - NO BANK  : ', WS-TOT-REL-NO-BANK
           DISPLAY 'PAYING COMPANIES    : ', WS-CO-COUNT
           CLOSE NETPAY-FILE
                 BANK-MASTER
                 EXCEPTION-FILE
           IF EMP-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF SPLIT-FILE-OPEN
               CLOSE BANK-SPLIT-FILE
           END-IF
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
                     HELD-PAY-FILE
           END-IF.
      *****************************************************
      *  ONE BANK FILE PER COMPANY DEBIT ACCOUNT, COPIED    *
      *  FROM THE FINISHED BANKFILE.DAT SO THE COMPANY      *
      *  FILES HOLD EXACTLY THE CREDITS ON IT.  THE HEADER  *
      *  NAMES THE ACCOUNT TO DEBIT FROM COMPMAST.DAT AND   *
      *  THE TRAILER PROVES BACK TO THE COMPANY TOTALS.     *
      *  CREDITS WITH NO COMPANY, OR FOR A COMPANY WITH NO  *
      *  DEBIT ACCOUNT, CANNOT BE SENT - RC=8.              *
      *****************************************************
       9100-COMPANY-FILE-PARA.
           IF TBL-CO-CREDITS(WS-CO-SUB) > ZERO
               IF TBL-CO-CODE(WS-CO-SUB) = SPACES
                   DISPLAY 'WARNING - ' TBL-CO-CREDITS(WS-CO-SUB)
                       ' CREDITS HAVE NO COMPANY - NOT ON ANY '
                       'COMPANY BANK FILE'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'K'                    TO RLK-FILE-ID
                   MOVE SPACES                 TO RLK-KEY
                   MOVE TBL-CO-CODE(WS-CO-SUB) TO RLK-KEY
                   CALL 'REFLKUP' USING REFLKUP-REQUEST
                   IF RLK-REC-FOUND
                       MOVE RLK-DATA TO COMP-RECORD
                       PERFORM 9200-WRITE-CO-FILE-PARA
                   ELSE
                       DISPLAY 'WARNING - COMPANY '
                           TBL-CO-CODE(WS-CO-SUB)
                           ' NOT ON COMPMAST.DAT - NO DEBIT ACCOUNT, '
                           'NO COMPANY BANK FILE'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       9200-WRITE-CO-FILE-PARA.
           MOVE SPACES TO WS-CO-BANK-ASGN
           STRING 'BANK' TBL-CO-CODE(WS-CO-SUB) '.DAT'
               DELIMITED BY SIZE INTO WS-CO-BANK-ASGN
           END-STRING
           OPEN OUTPUT CO-BANK-FILE
           IF WS-FILE-STAT11 NOT = '00'
               DISPLAY 'WARNING - ' WS-CO-BANK-ASGN
                   ' OPEN FAILED - STATUS ' WS-FILE-STAT11
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE TBL-CO-CODE(WS-CO-SUB) TO BHR-COMPANY
               MOVE COMP-BANK-CODE         TO BHR-DEBIT-BANK
               MOVE COMP-BANK-ACCT         TO BHR-DEBIT-ACCT
               WRITE CO-BANK-RECORD FROM BANK-HEADER-REC
               MOVE ZERO TO WS-CO-FILE-COUNT WS-CO-FILE-AMOUNT
               MOVE 'N'  TO WS-BANK-EOF-FLAG
               OPEN INPUT BANK-FILE
               PERFORM 9300-COPY-CREDIT-PARA UNTIL END-OF-BANK-FILE
               CLOSE BANK-FILE
               MOVE WS-CO-FILE-COUNT  TO BTL-REC-COUNT
               MOVE WS-CO-FILE-AMOUNT TO BTL-TOT-AMOUNT
               WRITE CO-BANK-RECORD FROM BANK-TRAILER-REC
               CLOSE CO-BANK-FILE
               DISPLAY WS-CO-BANK-ASGN ' CREDITS ' WS-CO-FILE-COUNT
                   ' AMOUNT ' WS-CO-FILE-AMOUNT
               IF WS-CO-FILE-COUNT  NOT = TBL-CO-CREDITS(WS-CO-SUB)
                  OR WS-CO-FILE-AMOUNT NOT = TBL-CO-AMOUNT(WS-CO-SUB)
                   DISPLAY 'WARNING - ' WS-CO-BANK-ASGN
                       ' DOES NOT AGREE TO THE COMPANY TOTALS'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       9300-COPY-CREDIT-PARA.
           READ BANK-FILE
               AT END
                   MOVE 'Y' TO WS-BANK-EOF-FLAG
               NOT AT END
                   IF BANK-FILE-RECORD(1:1) = 'D'
                       MOVE BANK-FILE-RECORD TO BANK-CREDIT-REC
                       IF BCR-COMPANY = TBL-CO-CODE(WS-CO-SUB)
                           WRITE CO-BANK-RECORD FROM BANK-CREDIT-REC
                           ADD 1          TO WS-CO-FILE-COUNT
                           ADD BCR-AMOUNT TO WS-CO-FILE-AMOUNT
                       END-IF
                   END-IF
           END-READ.
       9400-WRITE-CO-CONTROL-PARA.
           MOVE 'C'                          TO BKC-LEVEL
           MOVE TBL-CO-CODE(WS-CO-SUB)       TO BKC-COMPANY
           MOVE TBL-CO-CREDITS(WS-CO-SUB)    TO BKC-CREDIT-COUNT
           MOVE TBL-CO-AMOUNT(WS-CO-SUB)     TO BKC-CREDIT-AMT
           MOVE TBL-CO-EXC-COUNT(WS-CO-SUB)  TO BKC-EXC-COUNT
           MOVE TBL-CO-EXC-AMT(WS-CO-SUB)    TO BKC-EXC-AMT
           MOVE TBL-CO-HELD-COUNT(WS-CO-SUB) TO BKC-HELD-COUNT
           MOVE TBL-CO-HELD-AMT(WS-CO-SUB)   TO BKC-HELD-AMT
           MOVE TBL-CO-REL-COUNT(WS-CO-SUB)  TO BKC-REL-COUNT
           MOVE TBL-CO-REL-AMT(WS-CO-SUB)    TO BKC-REL-AMT
           WRITE BANK-CONTROL-RECORD.
