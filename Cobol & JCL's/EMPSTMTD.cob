       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSTMTD.
      *****************************************************
      *  STATUTORY MONTH-TO-DATE UPDATE.  STATDED.DAT,      *
      *  SIEMPLR.DAT AND JRNL.DAT ARE REWRITTEN BY EVERY    *
      *  PAY RUN, SO A MONTH WITH A WEEKLY OR FORTNIGHTLY   *
      *  GROUP OR AN OFF-CYCLE RUN AS WELL AS THE STANDARD  *
      *  RUN WOULD LEAVE THE MONTH-END RETURNS (EMPSTRTN)   *
      *  ONLY THE LAST RUN TO PROVE AGAINST.  THIS STEP     *
      *  RUNS AFTER EACH PAY RUN AND KEEPS THAT RUN'S SHARE *
      *  ON STATMTD.DAT: EACH EMPLOYEE PAID (NETPAY.DAT)    *
      *  WITH THEIR TAX AND SI SHARES, AND WHAT THE JOURNAL *
      *  CREDITED TO TAX WITHHELD, EMPLOYER SI AND EMPLOYEE *
      *  SI PAYABLE FOR EACH COMPANY.  A RUN IS HELD PER    *
      *  PAY GROUP AND GROUP PERIOD (THE PAY-PERIOD         *
      *  CALENDAR, AS EMPPHUPD), SO A RERUN OF A PERIOD     *
      *  REPLACES ITS OWN RECORDS AND LEAVES EVERY OTHER    *
      *  RUN IN THE MONTH ALONE.  THE JOURNAL'S CREDIT      *
      *  LINES CARRY THEIR PAY GROUP, WHICH TIES EACH ONE   *
      *  TO ITS RUN.  AN OFF-CYCLE RUN (PAYPARM.DAT MODE    *
      *  'OFCYC') IS KEPT UNDER ITS OWN DATE AND TIME SO    *
      *  IT ADDS TO THE MONTH; IT IS NOT JOURNALLED, SO IT  *
      *  HAS EMPLOYEE RECORDS ONLY.  A TRIAL RUN IS NOT     *
      *  KEPT.  A REGULAR RUN WITH NO JRNL.DAT IS NOT KEPT  *
      *  EITHER, AND ENDS WITH RETURN CODE 8.  CREATES      *
      *  STATMTD.DAT ON FIRST USE, AS EMPPHUPD CREATES      *
      *  PAYHIST.DAT.                                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETPAY-FILE ASSIGN TO 'NETPAY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS NP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT STAT-MTD-FILE ASSIGN TO 'STATMTD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SMT-KEY
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT STATDED-FILE ASSIGN TO 'STATDED.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT SI-EMPLR-FILE ASSIGN TO 'SIEMPLR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT JOURNAL-FILE ASSIGN TO 'JRNL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT RULES-FILE ASSIGN TO 'GLRULES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT PAY-PARM-FILE ASSIGN TO 'PAYPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.
       DATA DIVISION.
       FILE SECTION.
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  STAT-MTD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY STATMTD.
       FD  STATDED-FILE
           RECORD CONTAINS 15 CHARACTERS.
       COPY DEDDETL.
       FD  SI-EMPLR-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  SI-EMPLR-RECORD.
           03  SIE-EMP-ID          PIC X(05).
           03  SIE-AMOUNT          PIC 9(7)V99.
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
           03  JR-ORIG-ACCOUNT     PIC X(06).
           03  JR-COMPANY          PIC X(03).
       FD  RULES-FILE
           RECORD CONTAINS 29 CHARACTERS.
       COPY GLRULES.
       FD  PAY-PARM-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01  PAY-PARM-RECORD.
           03  PP-MODE             PIC X(05).
           03  FILLER              PIC X(14).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-STA-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-STATDED                VALUE 'Y'.
       01  WS-SIE-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-SI-FILE                VALUE 'Y'.
       01  WS-JRN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-JOURNAL                VALUE 'Y'.
       01  WS-RUL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-RULES                  VALUE 'Y'.
       01  WS-MTD-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-STORE                  VALUE 'Y'.
       01  WS-UPDATE-FLAG          PIC X(01) VALUE 'Y'.
           88  UPDATE-WANTED                 VALUE 'Y'.
       01  WS-RUN-MODE             PIC X(05) VALUE 'FINAL'.
           88  TRIAL-RUN                     VALUE 'TRIAL'.
           88  OFFCYCLE-RUN                  VALUE 'OFCYC'.
       01  WS-TODAY                PIC 9(08) VALUE ZERO.
       01  WS-NOW.
           03  WS-NOW-HHMM         PIC 9(04).
           03  FILLER              PIC 9(04).
       01  WS-RUN-STAMP            PIC 9(12) VALUE ZERO.
       01  WS-TAX-ACCT             PIC X(06) VALUE 'PY9050'.
       01  WS-SI-PAY-ACCT          PIC X(06) VALUE 'PY9510'.
       01  WS-SI-EE-ACCT           PIC X(06) VALUE 'PY9500'.
       01  WS-PAY-PERIOD           PIC 9(06) VALUE ZERO.
       01  WS-WORK-EMP-ID          PIC X(05) VALUE SPACES.
       01  WS-WORK-GROUP           PIC X(02) VALUE SPACES.
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-UN-SUB               PIC 9(02) VALUE ZERO.
       01  WS-UN-FIND              PIC 9(02) VALUE ZERO.
       01  WS-CR-SUB               PIC 9(03) VALUE ZERO.
       01  WS-CR-FIND              PIC 9(03) VALUE ZERO.
      *    ONE ENTRY PER PAY GROUP AND GROUP PERIOD PAID BY THE
      *    RUN - THE UNIT THE STORE IS REPLACED BY.
       01  WS-UN-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-UNIT-TABLE.
           03  UN-ENTRY            OCCURS 40 TIMES.
               05  TBL-UN-GROUP      PIC X(02).
               05  TBL-UN-PERIOD     PIC 9(06).
               05  TBL-UN-MONTH      PIC 9(06).
      *    ONE ENTRY PER EMPLOYEE PAID, IN NETPAY.DAT ORDER.
       01  WS-EM-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-EMP-TABLE.
           03  EM-ENTRY            OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-EM-COUNT.
               05  TBL-EM-EMP-ID     PIC X(05).
               05  TBL-EM-UNIT       PIC 9(02).
               05  TBL-EM-TAX        PIC 9(07)V99.
               05  TBL-EM-SI-EE      PIC 9(07)V99.
               05  TBL-EM-SI-ER      PIC 9(07)V99.
      *    ONE ENTRY PER RUN UNIT, COMPANY AND PAYABLE ACCOUNT
      *    CREDITED ON THE JOURNAL.
       01  WS-CR-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CREDIT-TABLE.
           03  CR-ENTRY            OCCURS 200 TIMES.
               05  TBL-CR-UNIT       PIC 9(02).
               05  TBL-CR-COMPANY    PIC X(03).
               05  TBL-CR-ACCOUNT    PIC X(06).
               05  TBL-CR-AMOUNT     PIC 9(09)V99.
       COPY PCALREQ.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-DROPPED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-EMP-RECS     PIC 9(05) VALUE ZERO.
           03  WS-TOT-CR-RECS      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           IF UPDATE-WANTED
               PERFORM 3000-LOAD-SI-ITEMS-PARA
               IF NOT OFFCYCLE-RUN
                   PERFORM 4000-LOAD-JOURNAL-PARA
               END-IF
           END-IF
           IF UPDATE-WANTED
               PERFORM 5000-UPDATE-STORE-PARA
           END-IF
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-RL-START FROM TIME
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           PERFORM 1050-READ-PARM-PARA
           IF TRIAL-RUN
               DISPLAY 'TRIAL PAY RUN - NOTHING KEPT ON STATMTD.DAT'
               MOVE 'N' TO WS-UPDATE-FLAG
               MOVE 'Y' TO WS-FILE-FLAG
           ELSE
               IF OFFCYCLE-RUN
                   COMPUTE WS-RUN-STAMP = (WS-TODAY * 10000)
                                        + WS-NOW-HHMM
               END-IF
               PERFORM 1200-LOAD-RULES-PARA
               OPEN INPUT NETPAY-FILE
               IF WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'NETPAY.DAT OPEN FAILED - STATUS '
                       WS-FILE-STAT1
                   MOVE 'N' TO WS-UPDATE-FLAG
                   MOVE 'Y' TO WS-FILE-FLAG
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1500-READ-NETPAY-PARA
               END-IF
           END-IF.
      *****************************************************
      *  THE RUN MODE IS THE ONE EMPPAY RAN UNDER - THE     *
      *  SAME PARM FILE, STILL IN PLACE UNTIL THE CYCLE     *
      *  RESETS IT.  NO FILE MEANS A FINAL RUN.             *
      *****************************************************
       1050-READ-PARM-PARA.
           OPEN INPUT PAY-PARM-FILE
           IF WS-FILE-STAT7 = '00'
               READ PAY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-MODE = 'TRIAL' OR PP-MODE = 'FINAL'
                           OR PP-MODE = 'OFCYC'
                           MOVE PP-MODE TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE PAY-PARM-FILE
           END-IF
           DISPLAY 'EMPSTMTD RUN MODE - ' WS-RUN-MODE.
      *****************************************************
      *  THE PAYABLE ACCOUNTS FOLLOW ANY REMAPPING FINANCE  *
      *  HAS DONE ON THE POSTING-RULES FILE, AS EMPJRNL     *
      *  POSTS THEM.                                        *
      *****************************************************
       1200-LOAD-RULES-PARA.
           OPEN INPUT RULES-FILE
           IF WS-FILE-STAT6 = '00'
               PERFORM 1210-READ-RULE-PARA UNTIL END-OF-RULES
               CLOSE RULES-FILE
           END-IF.
       1210-READ-RULE-PARA.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-RUL-EOF-FLAG
               NOT AT END
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
       1500-READ-NETPAY-PARA.
           READ NETPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
      *****************************************************
      *  EACH EMPLOYEE PAID IS TABLED UNDER THEIR RUN UNIT. *
      *  THE PERIOD COMES FROM THE PAY-PERIOD CALENDAR ON   *
      *  THE EMPLOYEE'S OWN GROUP ROWS, AS EMPPHUPD FILES   *
      *  IT; THE RETURN MONTH IS THE PERIOD FOR THE         *
      *  STANDARD GROUP AND THE PAY DATE'S MONTH FOR ANY    *
      *  OTHER, AS EMPSTRTN READS PAY HISTORY.              *
      *****************************************************
       2000-PROCESS-PARA.
           MOVE NP-PAY-DATE  TO PCQ-DATE
           MOVE NP-PAY-GROUP TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD   TO WS-PAY-PERIOD
           MOVE NP-PAY-GROUP TO WS-WORK-GROUP
           PERFORM 2100-FIND-UNIT-PARA
           IF WS-UN-FIND = ZERO
               IF WS-UN-COUNT < 40
                   ADD 1 TO WS-UN-COUNT
                   MOVE NP-PAY-GROUP  TO TBL-UN-GROUP(WS-UN-COUNT)
                   MOVE WS-PAY-PERIOD TO TBL-UN-PERIOD(WS-UN-COUNT)
                   IF NP-PAY-GROUP = SPACES
                       MOVE WS-PAY-PERIOD TO TBL-UN-MONTH(WS-UN-COUNT)
                   ELSE
                       COMPUTE TBL-UN-MONTH(WS-UN-COUNT) =
                           NP-PAY-DATE / 100
                   END-IF
                   MOVE WS-UN-COUNT TO WS-UN-FIND
               ELSE
                   DISPLAY 'RUN UNIT TABLE FULL AT 40 - GROUP '
                       NP-PAY-GROUP ' PERIOD ' WS-PAY-PERIOD
                       ' - NOTHING KEPT'
                   MOVE 'N' TO WS-UPDATE-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-UN-FIND > ZERO
               IF WS-EM-COUNT < 5000
                   ADD 1 TO WS-EM-COUNT
                   MOVE NP-EMP-ID  TO TBL-EM-EMP-ID(WS-EM-COUNT)
                   MOVE WS-UN-FIND TO TBL-EM-UNIT(WS-EM-COUNT)
                   MOVE NP-TAX     TO TBL-EM-TAX(WS-EM-COUNT)
                   MOVE ZERO       TO TBL-EM-SI-EE(WS-EM-COUNT)
                                      TBL-EM-SI-ER(WS-EM-COUNT)
               ELSE
                   DISPLAY 'EMPLOYEE TABLE FULL AT 5000 - '
                       NP-EMP-ID ' - NOTHING KEPT'
                   MOVE 'N' TO WS-UPDATE-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 1500-READ-NETPAY-PARA.
       2100-FIND-UNIT-PARA.
           MOVE ZERO TO WS-UN-FIND
           PERFORM 2110-MATCH-UNIT-PARA
               VARYING WS-UN-SUB FROM 1 BY 1
               UNTIL WS-UN-SUB > WS-UN-COUNT
                  OR WS-UN-FIND > ZERO.
       2110-MATCH-UNIT-PARA.
           IF TBL-UN-GROUP(WS-UN-SUB) = WS-WORK-GROUP
               IF WS-PAY-PERIOD = ZERO
                   OR TBL-UN-PERIOD(WS-UN-SUB) = WS-PAY-PERIOD
                   MOVE WS-UN-SUB TO WS-UN-FIND
               END-IF
           END-IF.
      *****************************************************
      *  THE EMPLOYEE SI SHARE IS THE 'SIE' ITEM ON         *
      *  STATDED.DAT AND THE EMPLOYER SHARE IS ON           *
      *  SIEMPLR.DAT - BOTH FOR TONIGHT'S RUN ONLY.  AN     *
      *  ITEM FOR AN EMPLOYEE THE RUN DID NOT PAY IS        *
      *  REPORTED AND NOT KEPT.                             *
      *****************************************************
       3000-LOAD-SI-ITEMS-PARA.
           OPEN INPUT STATDED-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 3010-READ-STATDED-PARA UNTIL END-OF-STATDED
               CLOSE STATDED-FILE
           ELSE
               DISPLAY 'STATDED.DAT NOT PRESENT - NO EMPLOYEE '
                   'SI SHARES'
           END-IF
           OPEN INPUT SI-EMPLR-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 3020-READ-SI-EMPLR-PARA UNTIL END-OF-SI-FILE
               CLOSE SI-EMPLR-FILE
           ELSE
               DISPLAY 'SIEMPLR.DAT NOT PRESENT - NO EMPLOYER '
                   'SI SHARES'
           END-IF.
       3010-READ-STATDED-PARA.
           READ STATDED-FILE
               AT END
                   MOVE 'Y' TO WS-STA-EOF-FLAG
               NOT AT END
                   IF DDT-TYPE = 'SIE'
                       MOVE DDT-EMP-ID TO WS-WORK-EMP-ID
                       PERFORM 3050-FIND-EMPLOYEE-PARA
                       IF WS-FIND-SUB > ZERO
                           ADD DDT-AMOUNT TO TBL-EM-SI-EE(WS-FIND-SUB)
                       END-IF
                   END-IF
           END-READ.
       3020-READ-SI-EMPLR-PARA.
           READ SI-EMPLR-FILE
               AT END
                   MOVE 'Y' TO WS-SIE-EOF-FLAG
               NOT AT END
                   MOVE SIE-EMP-ID TO WS-WORK-EMP-ID
                   PERFORM 3050-FIND-EMPLOYEE-PARA
                   IF WS-FIND-SUB > ZERO
                       ADD SIE-AMOUNT TO TBL-EM-SI-ER(WS-FIND-SUB)
                   END-IF
           END-READ.
       3050-FIND-EMPLOYEE-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 3060-MATCH-EMPLOYEE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EM-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               DISPLAY 'WARNING - SI ITEM FOR ' WS-WORK-EMP-ID
                   ' WHO IS NOT ON NETPAY.DAT - NOT KEPT'
               ADD 1 TO WS-TOT-REJECTED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3060-MATCH-EMPLOYEE-PARA.
           IF TBL-EM-EMP-ID(WS-SUB) = WS-WORK-EMP-ID
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
      *****************************************************
      *  THE JOURNAL'S PAYABLE CREDITS, BY THE RUN UNIT OF  *
      *  THEIR PAY GROUP, COMPANY AND ACCOUNT.  A LINE      *
      *  EMPJRNL MOVED TO SUSPENSE IS CLASSED BY THE        *
      *  ACCOUNT IT WAS MEANT FOR.  WITHOUT THE JOURNAL THE *
      *  RUN CANNOT BE KEPT WHOLE, SO NOTHING IS KEPT.      *
      *****************************************************
       4000-LOAD-JOURNAL-PARA.
           OPEN INPUT JOURNAL-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 4100-READ-JOURNAL-PARA UNTIL END-OF-JOURNAL
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY 'JRNL.DAT NOT PRESENT - RUN NOT KEPT ON '
                   'STATMTD.DAT'
               MOVE 'N' TO WS-UPDATE-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.
       4100-READ-JOURNAL-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRN-EOF-FLAG
               NOT AT END
                   IF JR-ORIG-ACCOUNT NOT = SPACES
                       MOVE JR-ORIG-ACCOUNT TO JR-ACCOUNT
                   END-IF
                   IF JR-CREDIT
                       EVALUATE JR-ACCOUNT
                           WHEN WS-TAX-ACCT
                           WHEN WS-SI-PAY-ACCT
                           WHEN WS-SI-EE-ACCT
                               PERFORM 4150-ADD-CREDIT-PARA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       4150-ADD-CREDIT-PARA.
           MOVE JR-PAY-GROUP TO WS-WORK-GROUP
           MOVE ZERO         TO WS-PAY-PERIOD
           PERFORM 2100-FIND-UNIT-PARA
           IF WS-UN-FIND = ZERO
               DISPLAY 'WARNING - JOURNAL CREDIT ON ' JR-ACCOUNT
                   ' FOR GROUP ' JR-PAY-GROUP
                   ' WHICH THE RUN DID NOT PAY - NOT KEPT'
               ADD 1 TO WS-TOT-REJECTED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ZERO TO WS-CR-FIND
               PERFORM 4160-MATCH-CREDIT-PARA
                   VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-COUNT
                      OR WS-CR-FIND > ZERO
               IF WS-CR-FIND = ZERO
                   IF WS-CR-COUNT < 200
                       ADD 1 TO WS-CR-COUNT
                       MOVE WS-UN-FIND TO TBL-CR-UNIT(WS-CR-COUNT)
                       MOVE JR-COMPANY TO TBL-CR-COMPANY(WS-CR-COUNT)
                       MOVE JR-ACCOUNT TO TBL-CR-ACCOUNT(WS-CR-COUNT)
                       MOVE ZERO       TO TBL-CR-AMOUNT(WS-CR-COUNT)
                       MOVE WS-CR-COUNT TO WS-CR-FIND
                   ELSE
                       DISPLAY 'CREDIT TABLE FULL AT 200 - '
                           'NOTHING KEPT'
                       MOVE 'N' TO WS-UPDATE-FLAG
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-CR-FIND > ZERO
                   ADD JR-AMOUNT TO TBL-CR-AMOUNT(WS-CR-FIND)
               END-IF
           END-IF.
       4160-MATCH-CREDIT-PARA.
           IF TBL-CR-UNIT(WS-CR-SUB) = WS-UN-FIND
              AND TBL-CR-COMPANY(WS-CR-SUB) = JR-COMPANY
              AND TBL-CR-ACCOUNT(WS-CR-SUB) = JR-ACCOUNT
               MOVE WS-CR-SUB TO WS-CR-FIND
           END-IF.
      *****************************************************
      *  EACH RUN UNIT REPLACES WHATEVER AN EARLIER RUN OF  *
      *  THE SAME GROUP AND PERIOD LEFT ON THE STORE.       *
      *****************************************************
       5000-UPDATE-STORE-PARA.
           OPEN I-O STAT-MTD-FILE
           IF WS-FILE-STAT2 = '35'
               OPEN OUTPUT STAT-MTD-FILE
               CLOSE STAT-MTD-FILE
               OPEN I-O STAT-MTD-FILE
           END-IF
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'STATMTD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 5100-REPLACE-UNIT-PARA
                   VARYING WS-UN-SUB FROM 1 BY 1
                   UNTIL WS-UN-SUB > WS-UN-COUNT
               CLOSE STAT-MTD-FILE
           END-IF.
       5100-REPLACE-UNIT-PARA.
           MOVE LOW-VALUES               TO SMT-KEY
           MOVE TBL-UN-GROUP(WS-UN-SUB)  TO SMT-PAY-GROUP
           MOVE TBL-UN-PERIOD(WS-UN-SUB) TO SMT-PERIOD
           MOVE WS-RUN-STAMP             TO SMT-RUN-STAMP
           MOVE 'N' TO WS-MTD-EOF-FLAG
           START STAT-MTD-FILE KEY NOT < SMT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MTD-EOF-FLAG
           END-START
           PERFORM 5150-DROP-OLD-PARA UNTIL END-OF-STORE
           PERFORM 5200-WRITE-EMPLOYEE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EM-COUNT
           PERFORM 5300-WRITE-CREDIT-PARA
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT.
       5150-DROP-OLD-PARA.
           READ STAT-MTD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTD-EOF-FLAG
               NOT AT END
                   IF SMT-PAY-GROUP NOT = TBL-UN-GROUP(WS-UN-SUB)
                      OR SMT-PERIOD NOT = TBL-UN-PERIOD(WS-UN-SUB)
                      OR SMT-RUN-STAMP NOT = WS-RUN-STAMP
                       MOVE 'Y' TO WS-MTD-EOF-FLAG
                   ELSE
                       DELETE STAT-MTD-FILE
                           INVALID KEY
                               DISPLAY 'DELETE FAILED ON STATMTD.DAT '
                                   '- STATUS ' WS-FILE-STAT2
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-DROPPED
                       END-DELETE
                   END-IF
           END-READ.
       5200-WRITE-EMPLOYEE-PARA.
           IF TBL-EM-UNIT(WS-SUB) = WS-UN-SUB
               MOVE SPACES                   TO STAT-MTD-RECORD
               MOVE TBL-UN-GROUP(WS-UN-SUB)  TO SMT-PAY-GROUP
               MOVE TBL-UN-PERIOD(WS-UN-SUB) TO SMT-PERIOD
               MOVE WS-RUN-STAMP             TO SMT-RUN-STAMP
               MOVE 'E'                      TO SMT-REC-TYPE
               MOVE TBL-EM-EMP-ID(WS-SUB)    TO SMT-EMP-ID
               MOVE TBL-UN-MONTH(WS-UN-SUB)  TO SMT-MONTH
               MOVE TBL-EM-TAX(WS-SUB)       TO SMT-AMOUNT
               MOVE TBL-EM-SI-EE(WS-SUB)     TO SMT-SI-EE
               MOVE TBL-EM-SI-ER(WS-SUB)     TO SMT-SI-ER
               WRITE STAT-MTD-RECORD
                   INVALID KEY
                       DISPLAY 'WRITE FAILED ON STATMTD.DAT - '
                           TBL-EM-EMP-ID(WS-SUB)
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-EMP-RECS
               END-WRITE
           END-IF.
       5300-WRITE-CREDIT-PARA.
           IF TBL-CR-UNIT(WS-CR-SUB) = WS-UN-SUB
               MOVE SPACES                    TO STAT-MTD-RECORD
               MOVE TBL-UN-GROUP(WS-UN-SUB)   TO SMT-PAY-GROUP
               MOVE TBL-UN-PERIOD(WS-UN-SUB)  TO SMT-PERIOD
               MOVE WS-RUN-STAMP              TO SMT-RUN-STAMP
               MOVE 'C'                       TO SMT-REC-TYPE
               MOVE TBL-CR-COMPANY(WS-CR-SUB) TO SMT-COMPANY
               MOVE TBL-CR-ACCOUNT(WS-CR-SUB) TO SMT-ACCOUNT
               MOVE TBL-UN-MONTH(WS-UN-SUB)   TO SMT-MONTH
               MOVE TBL-CR-AMOUNT(WS-CR-SUB)  TO SMT-AMOUNT
               MOVE ZERO                      TO SMT-SI-EE SMT-SI-ER
               WRITE STAT-MTD-RECORD
                   INVALID KEY
                       DISPLAY 'WRITE FAILED ON STATMTD.DAT - '
                           'ACCOUNT ' TBL-CR-ACCOUNT(WS-CR-SUB)
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-CR-RECS
               END-WRITE
           END-IF.
       9000-TERMINATION-PARA.
           DISPLAY '** STATUTORY MONTH-TO-DATE SUMMARY **'
           DISPLAY 'NETPAY RECORDS READ : ', WS-TOT-READ
           DISPLAY 'RUN UNITS KEPT      : ', WS-UN-COUNT
           DISPLAY 'OLD RECORDS DROPPED : ', WS-TOT-DROPPED
           DISPLAY 'EMPLOYEE RECORDS    : ', WS-TOT-EMP-RECS
           DISPLAY 'CREDIT RECORDS      : ', WS-TOT-CR-RECS
           DISPLAY 'ITEMS NOT KEPT      : ', WS-TOT-REJECTED
           IF NOT UPDATE-WANTED
               DISPLAY 'STATMTD.DAT NOT UPDATED'
           END-IF
           PERFORM 9100-WRITE-RUNLOG-PARA
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE NETPAY-FILE
           END-IF.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPSTMTD' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-READ TO RL-RECS-READ
           COMPUTE RL-RECS-WRITTEN = WS-TOT-EMP-RECS + WS-TOT-CR-RECS
           MOVE WS-TOT-REJECTED TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
