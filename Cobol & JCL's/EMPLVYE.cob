      *  LEAVE YEAR-END CARRY-OVER.  EMPLEAVE ACCRUES AND   *
      *  APPLIES TRANSACTIONS BUT THE LEAVE YEAR NEVER      *
      *  CLOSED, SO BALANCES GREW WITHOUT LIMIT.  RUN       *
      *  BETWEEN THE YEARS (EMPYREND JOB): EACH LEVMAST.DAT *
      *  BALANCE IS CAPPED AT THE CARRY-OVER LIMIT          *
      *  (LVYEPARM.DAT, COLUMNS 1-3 AS 99V9 DAYS, DEFAULT   *
      *  10.0); THE EXCESS IS PAID OUT AT THE DAILY RATE    *
      *  EMPSETTL USES (EMP-EARN OVER THE CALENDAR DAYS IN  *
      *  THE MONTH), WRITTEN AS AN 'LC' ADJUSTMENT          *
      *  (LVPAYADJ.DAT) FOR THE PAYADJ.DAT MERGE, AND THE   *
      *  LEDGER REOPENS WITH THE CARRIED BALANCE AND ZERO   *
      *  TAKEN.  THE PER-EMPLOYEE CARRY-OVER STATEMENT      *
      *  (LVYERPT.DAT) SHOWS BALANCE, CAP, CARRIED AND      *
      *  PAID-OUT DAYS.                                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-OLD-BALANCE          PIC S9(3)V9 VALUE ZERO.
       01  WS-CARRIED              PIC S9(3)V9 VALUE ZERO.
       01  WS-EXCESS               PIC 9(3)V9 VALUE ZERO.
       01  WS-MONTH-DAYS           PIC 9(02) VALUE 30.
       01  WS-DAILY-RATE           PIC 9(5)V99 VALUE ZERO.
       01  WS-PAYOUT               PIC 9(7)V99 VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-RECORDS      PIC 9(05) VALUE ZERO.
           03  WS-TOT-CAPPED       PIC 9(05) VALUE ZERO.
       01  WS-GRAND-PAYOUT         PIC 9(09)V99 VALUE ZERO.
       COPY DATEREQ.
       01  HEADING-LINE1           PIC X(80) VALUE
           'LEAVE YEAR-END CARRY-OVER STATEMENTS'.
       01  HEADING-LINE2.
           COMPUTE WS-CURR-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           COMPUTE WS-NEW-YEAR = WS-TODAY-YR + 1
           MOVE 'LD' TO DTQ-FUNCTION
           COMPUTE DTQ-DATE-1 = (WS-CURR-PERIOD * 100) + 1
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK
               MOVE DTQ-RESULT-DATE(7:2) TO WS-MONTH-DAYS
           END-IF
           PERFORM 1100-READ-PARM-PARA
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
                   ADD 1 TO WS-TOT-RECORDS
           END-READ.
      *****************************************************
      *  ONE LEDGER: CAP THE BALANCE, PAY OUT THE EXCESS AT *
      *  EMP-EARN OVER THE MONTH'S DAYS PER DAY, REOPEN THE *
      *  YEAR WITH THE CARRIED BALANCE.  A NEGATIVE BALANCE *
      *  CARRIES AS IT STANDS - IT IS ALREADY ON THE        *
      *  EXCEPTION LIST.                                    *
      *****************************************************
       2000-PROCESS-PARA.
           MOVE LV-BALANCE TO WS-OLD-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       EMP-EARN / WS-MONTH-DAYS
           END-READ
           COMPUTE WS-PAYOUT ROUNDED =
               WS-EXCESS * WS-DAILY-RATE
