      *****************************************************
      *  RETROACTIVE PAY ADJUSTMENT CALCULATION.  READS     *
      *  TODAY'S SALARY-CHANGE HISTORY RECORDS AND, FOR     *
      *  EVERY CHANGE WHOSE EFFECTIVE DATE FALLS IN A MONTH *
      *  BEFORE THE MONTH IT WAS APPLIED, COMPUTES THE      *
      *  ARREARS OWED FOR EACH INTERVENING MONTH: WHAT THE  *
      *  NEW MONTHLY FIGURE SAYS THE EMPLOYEE SHOULD HAVE   *
      *  EARNED, LESS WHAT THE MONTHLY YTD BUCKET SAYS WAS  *
      *  ACTUALLY PAID.  ONE ADJUSTMENT RECORD (TYPE 'RA')  *
      *  PER EMPLOYEE PER MONTH OWED GOES TO RETROADJ.DAT,  *
      *  WHICH THE JCL CONCATENATES ONTO EMPPAY'S           *
      *  PAYADJ.DAT INPUT SO THE ARREARS FLOW INTO NET PAY  *
      *  (AND FROM THERE INTO THE GL JOURNAL) WITH THE REST *
      *  OF GROSS.  EVERY RETRO AMOUNT IS LISTED ON THE     *
      *  REGISTER (RETRORPT.DAT).  ONLY TODAY'S HISTORY     *
      *  RECORDS ARE PROCESSED SO A NIGHTLY RUN PAYS EACH   *
      *  BACKDATED CHANGE ONCE.  EFFECTIVE DATES BEFORE THE *
      *  CURRENT CALENDAR YEAR ARE PAID FROM JANUARY - THE  *
      *  ACCUMULATOR ONLY CARRIES THE CURRENT YEAR'S        *
      *  MONTHLY BUCKETS - AND FLAGGED ON THE REGISTER FOR  *
      *  MANUAL TOP-UP.  A MONTH OWED THAT EMPCLOSE HAS     *
      *  ALREADY CLOSED (CLOSECTL.DAT, THROUGH CLOSLKUP) IS *
      *  NEVER POSTED BACK INTO: ITS ARREARS ARE STAMPED TO *
      *  THE FIRST OPEN PERIOD INSTEAD AND NOTED ON THE     *
      *  REGISTER, OR WITH RETLOCK=R LEFT UNPAID AND        *
      *  FLAGGED FOR PAYROLL WITH RC=4.                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TOT-CHANGES          PIC 9(05) VALUE ZERO.
       01  WS-TOT-ADJ-RECS         PIC 9(05) VALUE ZERO.
       01  WS-TOT-ARREARS          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-CLOSED-FWD       PIC 9(05) VALUE ZERO.
       01  WS-TOT-CLOSED-REJ       PIC 9(05) VALUE ZERO.
       01  WS-ENV-POLICY           PIC X(01) VALUE SPACES.
       01  WS-CLOSE-POLICY         PIC X(01) VALUE 'F'.
           88  CLOSED-ROLL-FORWARD           VALUE 'F'.
       01  WS-CURR-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-ROLL-PERIOD          PIC 9(06) VALUE ZERO.
       COPY CLSREQ.
       01  HEADING-LINE1.
           03  FILLER              PIC X(36) VALUE
               'RETROACTIVE PAY REGISTER - RUN DATE '.
           OPEN OUTPUT ADJUST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-NUM TO OUT-RUN-DATE
           PERFORM 1100-SET-CLOSE-POLICY-PARA
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT YTD-MASTER
           ELSE
               PERFORM 1500-READ-SALHIST-PARA
           END-IF.
      *****************************************************
      *  RETLOCK=R REFUSES ARREARS FOR A CLOSED MONTH;      *
      *  OTHERWISE THEY ROLL FORWARD INTO THE LATER OF THE  *
      *  CURRENT MONTH AND THE FIRST PERIOD AFTER THE       *
      *  LATEST CLOSE.                                      *
      *****************************************************
       1100-SET-CLOSE-POLICY-PARA.
           ACCEPT WS-ENV-POLICY FROM ENVIRONMENT 'RETLOCK'
           IF WS-ENV-POLICY = 'R'
               MOVE 'R' TO WS-CLOSE-POLICY
           END-IF
           COMPUTE WS-CURR-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           MOVE WS-CURR-PERIOD TO CLQ-PERIOD
           CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
           MOVE WS-CURR-PERIOD TO WS-ROLL-PERIOD
           IF CLQ-NEXT-OPEN > WS-CURR-PERIOD
               MOVE CLQ-NEXT-OPEN TO WS-ROLL-PERIOD
           END-IF.
       1500-READ-SALHIST-PARA.
           READ SALHIST-FILE
               AT END
           END-IF
           COMPUTE WS-ARREARS = SAL-NEW-EARN - WS-PAID-AMT
           IF WS-ARREARS > ZERO
               COMPUTE CLQ-PERIOD = WS-TODAY-YR * 100 + WS-MONTH
               CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
               IF CLQ-PERIOD-CLOSED AND NOT CLOSED-ROLL-FORWARD
                   ADD 1 TO WS-TOT-CLOSED-REJ
                   MOVE 'PERIOD CLOSED - NOT PAID' TO OUT-NOTE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 4100-WRITE-ADJ-PARA
               END-IF
               PERFORM 4200-WRITE-REGISTER-PARA
           END-IF.
       4100-WRITE-ADJ-PARA.
           MOVE SAL-EMP-ID TO ADJ-EMP-ID
           MOVE 'RA'       TO ADJ-TYPE
           COMPUTE ADJ-PERIOD = WS-TODAY-YR * 100 + WS-MONTH
           IF CLQ-PERIOD-CLOSED
               MOVE WS-ROLL-PERIOD TO ADJ-PERIOD
               MOVE SPACES TO OUT-NOTE
               STRING 'CLOSED - PAID IN ' WS-ROLL-PERIOD
                   DELIMITED BY SIZE INTO OUT-NOTE
               END-STRING
               ADD 1 TO WS-TOT-CLOSED-FWD
           END-IF
           MOVE WS-ARREARS TO ADJ-AMOUNT
           WRITE ADJUSTMENT-RECORD
           ADD 1 TO WS-TOT-ADJ-RECS
           END-IF
           PERFORM 9100-WRITE-RUNLOG-PARA
           DISPLAY 'RETRO PAY - ' WS-TOT-ADJ-RECS
               ' ADJUSTMENTS, TOTAL ' WS-TOT-ARREARS
           DISPLAY 'CLOSED MONTHS ROLLED FORWARD: ' WS-TOT-CLOSED-FWD
           DISPLAY 'CLOSED MONTHS NOT PAID      : ' WS-TOT-CLOSED-REJ.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPRETRO' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
