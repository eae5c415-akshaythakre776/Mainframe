      *  SPREAD, EMITS THIS PERIOD'S INSTALLMENT AS A       *
      *  SIGNED 'SP' ADJUSTMENT (SPRDADJ.DAT IN ADJREC      *
      *  FORMAT) FOR THE PAYADJ.DAT MERGE AHEAD OF THE PAY  *
      *  RUN - SO ONE LARGE RECOVERY OR CORRECTION IS TAKEN *
      *  EVENLY OVER THE STATED NUMBER OF PERIODS INSTEAD   *
      *  OF IN ONE HIT.  EACH INSTALLMENT IS THE TOTAL OVER *
      *  THE PERIOD COUNT; THE LAST ONE TAKES WHATEVER      *
      *  REMAINS SO ROUNDING NEVER LEAKS A PENNY.  THE      *
      *  MASTER IS DECREMENTED IN PLACE AND A SPREAD CLOSED *
      *  WHEN ITS LAST PERIOD IS TAKEN.  WHEN THE RUN MONTH *
      *  HAS ALREADY BEEN CLOSED BY EMPCLOSE (CLOSLKUP),    *
      *  THE INSTALLMENTS ARE STAMPED TO THE FIRST OPEN     *
      *  PERIOD INSTEAD; WITH SPRLOCK=R NONE ARE TAKEN THIS *
      *  RUN (RC=4) AND THE SPREADS WAIT, UNTOUCHED, FOR    *
      *  THE NEXT.                                          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-CURR-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-ENV-POLICY           PIC X(01) VALUE SPACES.
       01  WS-CLOSE-POLICY         PIC X(01) VALUE 'F'.
           88  CLOSED-ROLL-FORWARD           VALUE 'F'.
       01  WS-HOLD-FLAG            PIC X(01) VALUE 'N'.
           88  INSTALLMENTS-HELD             VALUE 'Y'.
       COPY CLSREQ.
       01  WS-INSTALLMENT          PIC S9(7)V99 VALUE ZERO.
       01  WS-PERIODS-LEFT         PIC 9(02) VALUE ZERO.
       01  WS-TOT-SPREADS          PIC 9(05) VALUE ZERO.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-CURR-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           PERFORM 1100-CHECK-CLOSED-PARA
           OPEN OUTPUT ADJUST-FILE
           OPEN I-O SPREAD-MASTER
           IF WS-FILE-STAT1 NOT = '00'
           ELSE
               PERFORM 1500-READ-SPREAD-PARA
           END-IF.
       1100-CHECK-CLOSED-PARA.
           ACCEPT WS-ENV-POLICY FROM ENVIRONMENT 'SPRLOCK'
           IF WS-ENV-POLICY = 'R'
               MOVE 'R' TO WS-CLOSE-POLICY
           END-IF
           MOVE WS-CURR-PERIOD TO CLQ-PERIOD
           CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
           IF CLQ-PERIOD-CLOSED
               IF CLOSED-ROLL-FORWARD
                   DISPLAY 'PERIOD ' WS-CURR-PERIOD ' IS CLOSED - '
                       'INSTALLMENTS STAMPED TO ' CLQ-NEXT-OPEN
                   MOVE CLQ-NEXT-OPEN TO WS-CURR-PERIOD
               ELSE
                   DISPLAY 'PERIOD ' WS-CURR-PERIOD ' IS CLOSED - '
                       'NO INSTALLMENTS TAKEN THIS RUN'
                   MOVE 'Y' TO WS-HOLD-FLAG
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1500-READ-SPREAD-PARA.
           READ SPREAD-MASTER NEXT RECORD
               AT END
           END-READ.
       2000-PROCESS-PARA.
           IF SPR-OPEN AND SPR-TAKEN < SPR-PERIODS
               AND NOT INSTALLMENTS-HELD
               PERFORM 2100-EMIT-INSTALLMENT-PARA
           END-IF
           PERFORM 1500-READ-SPREAD-PARA.
