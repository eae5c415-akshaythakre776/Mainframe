      *  ENVIRONMENT) - SPLITTING CLEAN CARDS TO            *
      *  TIMECLN.DAT AND REJECTS TO TIMEREJ.DAT WITH AN     *
      *  EXCEPTION REPORT LINE PER REJECT.  THIS IS THE     *
      *  FOUNDATION FOR BILLING ON REAL HOURS.  A CARD      *
      *  DATED INTO A PERIOD EMPCLOSE HAS CLOSED            *
      *  (CLOSECTL.DAT, THROUGH CLOSLKUP) IS REJECTED AS    *
      *  SUCH - OR, WITH TEDLOCK=F, ROLLED FORWARD INTO THE *
      *  FIRST OPEN PERIOD AS A LATE CARD DATED THE FIRST   *
      *  OF THAT MONTH, LISTED ON THE REPORT WITH ITS       *
      *  ORIGINAL DATE.  A CLOSED MONTH NEVER TAKES NEW     *
      *  HOURS.                                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-OPEN-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-CARD-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-ENV-POLICY           PIC X(01) VALUE SPACES.
       01  WS-CLOSE-POLICY         PIC X(01) VALUE 'R'.
           88  CLOSED-ROLL-FORWARD           VALUE 'F'.
       01  WS-ROLL-FLAG            PIC X(01) VALUE 'N'.
           88  CARD-ROLLED                   VALUE 'Y'.
       01  WS-ROLL-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-ROLL-PERIOD-R REDEFINES WS-ROLL-PERIOD.
           03  WS-ROLL-YR          PIC 9(04).
           03  WS-ROLL-MM          PIC 9(02).
       01  WS-MAX-DAY-HOURS        PIC 9(2)V9 VALUE 16.0.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-CLEAN        PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-HOLIDAY      PIC 9(05) VALUE ZERO.
           03  WS-TOT-ROLLED       PIC 9(05) VALUE ZERO.
       COPY HOLREQ.
       COPY CLSREQ.
       COPY REFLKREQ.
       COPY LOCMREC.
       COPY EXCPREG.
           IF WS-ENV-PERIOD NUMERIC
               MOVE WS-ENV-PERIOD TO WS-OPEN-PERIOD
           END-IF
           PERFORM 1100-SET-CLOSE-POLICY-PARA
           OPEN INPUT  TIMECARD-FILE
           OPEN INPUT  EMPLOYEE-MASTER
           OPEN INPUT  PROJECT-MASTER
           ELSE
               PERFORM 1500-READ-TIMECARD-PARA
           END-IF.
      *****************************************************
      *  TEDLOCK=F ROLLS CLOSED-PERIOD CARDS FORWARD; ANY   *
      *  OTHER VALUE (OR NONE) REJECTS THEM.  THE TARGET    *
      *  IS THE OPEN PERIOD, OR THE FIRST PERIOD AFTER THE  *
      *  LATEST CLOSE WHEN TIMEPER POINTS AT A CLOSED ONE.  *
      *****************************************************
       1100-SET-CLOSE-POLICY-PARA.
           ACCEPT WS-ENV-POLICY FROM ENVIRONMENT 'TEDLOCK'
           IF WS-ENV-POLICY = 'F'
               MOVE 'F' TO WS-CLOSE-POLICY
           END-IF
           MOVE WS-OPEN-PERIOD TO CLQ-PERIOD
           CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
           MOVE WS-OPEN-PERIOD TO WS-ROLL-PERIOD
           IF CLQ-NEXT-OPEN > WS-OPEN-PERIOD
               MOVE CLQ-NEXT-OPEN TO WS-ROLL-PERIOD
           END-IF
           IF CLQ-PERIOD-CLOSED
               DISPLAY 'PERIOD ' WS-OPEN-PERIOD ' IS CLOSED - '
                   'ITS CARDS GO TO ' WS-ROLL-PERIOD
                   ' OR ARE REJECTED (TEDLOCK)'
           END-IF.
       1500-READ-TIMECARD-PARA.
           READ TIMECARD-FILE
               AT END
       2000-PROCESS-PARA.
           PERFORM 2100-EDIT-CARD-PARA
           IF CARD-VALID
               PERFORM 2400-CHECK-HOLIDAY-PARA
               IF CARD-ROLLED
                   PERFORM 2450-ROLL-FORWARD-PARA
               END-IF
               WRITE CLEAN-RECORD FROM TIMECARD-RECORD
               ADD 1 TO WS-TOT-CLEAN
           ELSE
               WRITE REJECT-RECORD FROM TIMECARD-RECORD
               ADD 1 TO WS-TOT-REJECTED
           PERFORM 1500-READ-TIMECARD-PARA.
       2100-EDIT-CARD-PARA.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE 'N' TO WS-ROLL-FLAG
           MOVE SPACES TO WS-REASON
           PERFORM 2200-CHECK-EMPLOYEE-PARA
           EVALUATE TRUE
               WHEN OTHER
                   COMPUTE WS-CARD-PERIOD =
                       (TC-WORK-YR * 100) + TC-WORK-MM
                   PERFORM 2150-CHECK-PERIOD-PARA
                   IF CARD-VALID
                       PERFORM 2300-CHECK-PROJECT-PARA
                       IF NOT PROJECT-KNOWN
                           MOVE 'N' TO WS-VALID-FLAG
                   END-IF
           END-EVALUATE.
      *****************************************************
      *  A CLOSED PERIOD IS TESTED FIRST - A LATE CARD FOR  *
      *  A SIGNED-OFF MONTH SAYS SO, RATHER THAN JUST       *
      *  'OUTSIDE OPEN PERIOD'.                             *
      *****************************************************
       2150-CHECK-PERIOD-PARA.
           MOVE WS-CARD-PERIOD TO CLQ-PERIOD
           CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
           EVALUATE TRUE
               WHEN CLQ-PERIOD-CLOSED AND CLOSED-ROLL-FORWARD
                   MOVE 'Y' TO WS-ROLL-FLAG
               WHEN CLQ-PERIOD-CLOSED
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'WORK DATE IN CLOSED PERIOD'
                       TO WS-REASON
               WHEN WS-CARD-PERIOD NOT = WS-OPEN-PERIOD
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'WORK DATE OUTSIDE OPEN PERIOD'
                       TO WS-REASON
           END-EVALUATE.
      *****************************************************
      *  PROJECT VALIDATION AGAINST PROJMAST.DAT - A CARD   *
      *  FOR AN UNKNOWN OR CLOSED PROJECT CANNOT FLOW INTO  *
      *  BILLING.  NO PROJECT MASTER MEANS THE CHECK IS     *
               MOVE TC-WORK-DATE TO OUT-HOL-DATE
               WRITE REPORT-RECORD FROM HOLIDAY-LINE
           END-IF.
      *****************************************************
      *  A ROLLED CARD IS LISTED WITH ITS ORIGINAL DATE,    *
      *  THEN REDATED TO THE FIRST OF THE TARGET PERIOD SO  *
      *  OVERTIME AND BILLING PICK IT UP AS A LATE ITEM.    *
      *****************************************************
       2450-ROLL-FORWARD-PARA.
           ADD 1 TO WS-TOT-ROLLED
           MOVE TC-EMP-ID    TO OUT-EMP-ID
           MOVE TC-WORK-DATE TO OUT-WORK-DATE
           MOVE 'ROLLED FWD FROM CLOSED PERIOD' TO OUT-REASON
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE WS-ROLL-YR   TO TC-WORK-YR
           MOVE WS-ROLL-MM   TO TC-WORK-MM
           MOVE 1            TO TC-WORK-DD.
       2200-CHECK-EMPLOYEE-PARA.
           MOVE 'N'       TO WS-EMP-FLAG
           MOVE TC-EMP-ID TO EMP-ID
           DISPLAY 'TIMECARDS CLEAN   : ', WS-TOT-CLEAN
           DISPLAY 'TIMECARDS REJECTED: ', WS-TOT-REJECTED
           DISPLAY 'HOLIDAYS WORKED   : ', WS-TOT-HOLIDAY
           DISPLAY 'ROLLED FORWARD    : ', WS-TOT-ROLLED
           CLOSE TIMECARD-FILE
                 EMPLOYEE-MASTER
                 CLEAN-FILE
