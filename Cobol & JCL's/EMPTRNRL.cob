       PROGRAM-ID. EMPTRNRL.
      *****************************************************
      *  EFFECTIVE-DATE TRANSACTION RELEASE.  HR SENDS      *
      *  RAISES AND TRANSFERS DAYS BEFORE THEY TAKE EFFECT; *
      *  THIS STEP HOLDS THEM UNTIL THEY ARE DUE.  READS    *
      *  THE INCOMING BATCH (EMPTRANI.DAT, VERIFIED AGAINST *
      *  ITS BATCHCTL HEADER/TRAILER) PLUS THE PENDING FILE *
      *  (PENDTRAN.DAT) AND SPLITS THE TRANSACTIONS BY      *
      *  TRAN-EFF-DATE: DUE ON OR BEFORE THE RUN DATE GOES  *
      *  TO EMPTRAN.DAT UNDER A FRESH RELEASE BATCH         *
      *  HEADER/TRAILER FOR EMPMAINT; FUTURE-DATED GOES TO  *
      *  PENDNEW.DAT, WHICH THE JCL COPIES BACK OVER        *
      *  PENDTRAN.DAT FOR THE NEXT NIGHT (SAME COPY-BACK    *
      *  PATTERN AS CYCLE STEP 065).  A BAD INCOMING BATCH  *
      *  STOPS THE RUN WITH RETURN CODE 8 BEFORE ANYTHING   *
      *  IS RELEASED.  ALSO SWEEPS THE REJECT-RECYCLE FILE  *
      *  (TRANRECY.DAT) - RECORDS PAYROLL HAS MARKED        *
      *  CORRECTED ('C') JOIN THE RELEASE BATCH, STILL-OPEN *
      *  RECORDS ARE CARRIED FORWARD ON RECYNEW.DAT FOR THE *
      *  JCL COPY-BACK.  A TRANSACTION EFFECTIVE-DATED INTO *
      *  A PERIOD EMPCLOSE HAS CLOSED (CLOSECTL.DAT,        *
      *  THROUGH CLOSLKUP) IS NOT RELEASED: IT GOES TO THE  *
      *  RECYCLE FILE WITH REASON 16 FOR PAYROLL TO         *
      *  RE-DATE.  WITH TRNLOCK=F IT IS RELEASED INSTEAD    *
      *  AND ITS PAY FOR THE CLOSED MONTHS REACHES THE      *
      *  EMPLOYEE AS ARREARS IN THE OPEN PERIOD (EMPRETRO), *
      *  SO THE CLOSED MONTH ITSELF NEVER MOVES.  EVERY     *
      *  INCOMING TRANSACTION IS ALSO JOURNALLED ON         *
      *  OPRACT.DAT THROUGH OPRACTW ('KT', OPERATOR = THE   *
      *  BATCH ORIGINATOR) WITH THE INCOMING BATCH, THE     *
      *  RELEASE BATCH IT WENT OUT UNDER AND WHETHER IT WAS *
      *  RELEASED, HELD OR STOPPED AS CLOSED, FOR THE       *
      *  SEGREGATION-OF-DUTIES CHECK (EMPSOD).              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-EFF-DATE-NUM         PIC 9(08) VALUE ZERO.
       01  WS-ENV-POLICY           PIC X(01) VALUE SPACES.
       01  WS-CLOSE-POLICY         PIC X(01) VALUE 'R'.
           88  CLOSED-ROLL-FORWARD           VALUE 'F'.
       COPY CLSREQ.
       01  WS-REL-BATCH-ID.
           03  FILLER              PIC X(02) VALUE 'RL'.
           03  WS-REL-DATE-PART    PIC 9(06) VALUE ZERO.
       01  WS-REL-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-REL-HASH             PIC 9(11)V99 VALUE ZERO.
       01  WS-INC-BATCH-ID         PIC X(08) VALUE SPACES.
       01  WS-INC-ORIGINATOR       PIC X(10) VALUE SPACES.
       01  WS-ROUTE-FLAG           PIC X(01) VALUE SPACES.
           88  ROUTED-CLOSED                 VALUE 'C'.
           88  ROUTED-HELD                   VALUE 'P'.
           88  ROUTED-RELEASED               VALUE 'R'.
       COPY OPRACT.
       01  WS-COUNTERS.
           03  WS-TOT-INCOMING     PIC 9(05) VALUE ZERO.
           03  WS-TOT-PENDING      PIC 9(05) VALUE ZERO.
           03  WS-TOT-HELD         PIC 9(05) VALUE ZERO.
           03  WS-TOT-RECY-IN      PIC 9(05) VALUE ZERO.
           03  WS-TOT-RECY-FWD     PIC 9(05) VALUE ZERO.
           03  WS-TOT-CLOSED-REJ   PIC 9(05) VALUE ZERO.
           03  WS-TOT-CLOSED-ARR   PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM(3:6) TO WS-REL-DATE-PART
           ACCEPT WS-ENV-POLICY FROM ENVIRONMENT 'TRNLOCK'
           IF WS-ENV-POLICY = 'F'
               MOVE 'F' TO WS-CLOSE-POLICY
           END-IF
           PERFORM 1100-VERIFY-INCOMING-PARA
           IF ABORT-RUN
               MOVE 8 TO RETURN-CODE
                   EVALUATE TRUE
                       WHEN TRAN-BATCH-HEADER
                           MOVE 'Y' TO WS-HDR-FLAG
                           MOVE TRAN-RECORD TO BATCH-HEADER-RECORD
                           MOVE BH-BATCH-ID   TO WS-INC-BATCH-ID
                           MOVE BH-ORIGINATOR TO WS-INC-ORIGINATOR
                       WHEN TRAN-BATCH-TRAILER
                           MOVE 'Y' TO WS-TRL-FLAG
                           MOVE TRAN-RECORD TO BATCH-TRAILER-RECORD
       3000-RELEASE-PARA.
           OPEN OUTPUT RELEASE-FILE
           OPEN OUTPUT PEND-NEW-FILE
           OPEN OUTPUT RECY-NEW-FILE
           MOVE SPACES          TO BATCH-HEADER-RECORD
                                   BATCH-TRAILER-RECORD
           MOVE 'H'             TO BH-REC-CODE
           MOVE WS-REL-HASH  TO BT-HASH-EARN
           WRITE RELEASE-RECORD FROM BATCH-TRAILER-RECORD
           CLOSE RELEASE-FILE
                 PEND-NEW-FILE
                 RECY-NEW-FILE.
       3100-PASS-PENDING-PARA.
           OPEN INPUT PENDING-FILE
           IF WS-FILE-STAT2 = '00'
                           AND NOT TRAN-BATCH-TRAILER
                       ADD 1 TO WS-TOT-INCOMING
                       PERFORM 4000-ROUTE-TRAN-PARA
                       PERFORM 3270-LOG-KEYED-PARA
                   END-IF
           END-READ.
      *****************************************************
      *  ONE 'KT' JOURNAL RECORD PER INCOMING TRANSACTION.  *
      *  A HELD OR CLOSED ONE HAS NO RELEASE BATCH YET -    *
      *  WHEN A HELD ONE FALLS DUE IT GOES OUT UNDER THE    *
      *  RELEASE BATCH OF ITS EFFECTIVE DATE.               *
      *****************************************************
       3270-LOG-KEYED-PARA.
           MOVE SPACES                  TO OPR-ACTION-RECORD
           MOVE WS-INC-ORIGINATOR(1:8)  TO OPA-OPERATOR
           MOVE 'KT'                    TO OPA-ACTION
           MOVE 'EMPTRNRL'              TO OPA-PROGRAM
           MOVE WS-INC-BATCH-ID         TO OPA-BATCH-ID
           MOVE TRAN-EMP-ID             TO OPA-EMP-ID
           MOVE TRAN-CODE               TO OPA-TRAN-CODE
           MOVE WS-EFF-DATE-NUM         TO OPA-EFF-DATE
           IF TRAN-EMP-EARN NUMERIC
               MOVE TRAN-EMP-EARN       TO OPA-AMOUNT
           ELSE
               MOVE ZERO                TO OPA-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN ROUTED-RELEASED
                   MOVE WS-REL-BATCH-ID TO OPA-REL-BATCH-ID
                   MOVE 'RELEASED'      TO OPA-DETAIL
               WHEN ROUTED-HELD
                   MOVE 'HELD'          TO OPA-DETAIL
               WHEN OTHER
                   MOVE 'CLOSED'        TO OPA-DETAIL
           END-EVALUATE
           CALL 'OPRACTW' USING OPR-ACTION-RECORD.
       3300-PASS-RECYCLE-PARA.
           OPEN INPUT RECYCLE-IN-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 3350-READ-RECYCLE-PARA UNTIL END-OF-RECYCLE
               CLOSE RECYCLE-IN-FILE
           ELSE
               DISPLAY 'TRANRECY.DAT NOT PRESENT - NO RECYCLE SWEEP'
           END-IF.
       3350-READ-RECYCLE-PARA.
           READ RECYCLE-IN-FILE
               AT END
           ELSE
               MOVE ZERO TO WS-EFF-DATE-NUM
           END-IF
           MOVE 'N' TO CLQ-FOUND
           IF WS-EFF-DATE-NUM > ZERO
               PERFORM 4100-CHECK-CLOSED-PARA
           END-IF
           EVALUATE TRUE
               WHEN CLQ-PERIOD-CLOSED AND NOT CLOSED-ROLL-FORWARD
                   MOVE 'C' TO WS-ROUTE-FLAG
               WHEN WS-EFF-DATE-NUM > WS-TODAY-NUM
                   MOVE 'P' TO WS-ROUTE-FLAG
                   WRITE PEND-NEW-RECORD FROM TRAN-RECORD
                   ADD 1 TO WS-TOT-HELD
               WHEN OTHER
                   MOVE 'R' TO WS-ROUTE-FLAG
                   WRITE RELEASE-RECORD FROM TRAN-RECORD
                   ADD 1 TO WS-REL-COUNT
                   IF TRAN-EMP-EARN NUMERIC
                       ADD TRAN-EMP-EARN TO WS-REL-HASH
                   END-IF
                   ADD 1 TO WS-TOT-RELEASED
           END-EVALUATE.
      *****************************************************
      *  EFFECTIVE DATE IN A CLOSED PERIOD.  REJECTED, IT   *
      *  JOINS THE RECYCLE FILE AS AN OPEN REASON-16 ITEM   *
      *  FOR PAYROLL TO RE-DATE AND MARK CORRECTED;         *
      *  ROLLED FORWARD, IT IS COUNTED AND RELEASED AS AN   *
      *  ARREARS ITEM.                                      *
      *****************************************************
       4100-CHECK-CLOSED-PARA.
           COMPUTE CLQ-PERIOD = WS-EFF-DATE-NUM / 100
           CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
           IF CLQ-PERIOD-CLOSED
               IF CLOSED-ROLL-FORWARD
                   ADD 1 TO WS-TOT-CLOSED-ARR
               ELSE
                   MOVE 'O'          TO RCY-STATUS
                   MOVE '16'         TO RCY-REASON-CODE
                   MOVE WS-TODAY-NUM TO RCY-REJ-DATE
                   MOVE TRAN-RECORD  TO RCY-TRAN
                   WRITE RECY-NEW-RECORD FROM RECYCLE-RECORD
                   ADD 1 TO WS-TOT-CLOSED-REJ
                   ADD 1 TO WS-TOT-RECY-FWD
                   DISPLAY 'EFFECTIVE DATE IN CLOSED PERIOD '
                       CLQ-PERIOD ' - ' TRAN-EMP-ID
                       ' NOT RELEASED'
               END-IF
           END-IF.
       9000-TERMINATION-PARA.
           DISPLAY '** TRANSACTION RELEASE SUMMARY **'
           DISPLAY 'HELD FOR LATER        : ', WS-TOT-HELD
           DISPLAY 'RECYCLE RECORDS READ  : ', WS-TOT-RECY-IN
           DISPLAY 'RECYCLE CARRIED FWD   : ', WS-TOT-RECY-FWD
           DISPLAY 'CLOSED PERIOD REJECTS : ', WS-TOT-CLOSED-REJ
           DISPLAY 'CLOSED PERIOD ARREARS : ', WS-TOT-CLOSED-ARR
           DISPLAY 'RELEASE BATCH ID      : ', WS-REL-BATCH-ID.
