       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSMNT.
      *****************************************************
      *  PAY-STRUCTURE MAINTENANCE.  APPLIES COMPONENT      *
      *  TRANSACTIONS (STRTRAN.DAT) AGAINST THE INDEXED PAY *
      *  STRUCTURE FILE (PAYSTRC.DAT, PAYSTRC.CPY) AND      *
      *  PRINTS AN APPLIED/REJECTED REPORT ON PAYSMRPT.DAT, *
      *  THE SAME PATTERN PAYHMNT USES FOR PAYMENT HOLDS.   *
      *  EACH TRANSACTION SETS ONE COMPONENT OF ONE         *
      *  EMPLOYEE'S PAY FROM AN EFFECTIVE DATE: THE EMP-ID  *
      *  MUST BE ON EMPMAST.DAT, THE COMPONENT ON           *
      *  PAYCOMP.DAT AND THE DATE A REAL CALENDAR DATE.  A  *
      *  ZERO AMOUNT ENDS THE COMPONENT FROM THAT DATE; A   *
      *  SECOND TRANSACTION FOR THE SAME COMPONENT AND DATE *
      *  REPLACES THE AMOUNT.  EACH TRANSACTION IS          *
      *  JOURNALLED ('PS', WITH ITS RESULT) ON OPRACT.DAT   *
      *  THROUGH OPRACTW.  ONCE THE TRANSACTIONS ARE IN,    *
      *  EVERY EMPLOYEE TOUCHED IS RE-TOTALLED THROUGH      *
      *  PAYSTRLK AT EACH EFFECTIVE DATE FROM THE EARLIEST  *
      *  ONE CHANGED, AND WHERE THE TOTAL MOVES A           *
      *  FULL-IMAGE 'C' CARRYING THE NEW EMP-EARN IS        *
      *  APPENDED TO PENDTRAN.DAT FOR EMPTRNRL, AS EMPCONTR *
      *  PARKS ITS TERMINATIONS - SO EMP-EARN STAYS THE     *
      *  TOTAL OF THE COMPONENTS, THROUGH THE SAME EMPMAINT *
      *  PATH (SALARY HISTORY, AUDIT, BACKDATED ARREARS) AS *
      *  ANY OTHER PAY CHANGE.  THE 'C' IS TAGGED AS A      *
      *  RE-TOTAL (TRAN-STRUCT-RETOTAL), THE ONLY CHANGE    *
      *  EMPMAINT LETS MOVE A STRUCTURED EMPLOYEE'S         *
      *  EMP-EARN, AND EMPMAINT TAKES NOTHING ELSE FROM IT  *
      *  - SO A HELD IMAGE NEVER UNDOES A LATER CHANGE.     *
      *  RUNS AHEAD OF EMPTRNRL, AS EMPRESGN AND EMPCONTR   *
      *  DO.  RC=4 FOR A REJECTED TRANSACTION OR A TOTAL    *
      *  TOO LARGE FOR EMP-EARN.  NO STRTRAN.DAT MEANS      *
      *  NOTHING TO APPLY.                                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'STRTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT PAY-STRUCT-FILE ASSIGN TO 'PAYSTRC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PSC-KEY
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PAY-COMP-FILE ASSIGN TO 'PAYCOMP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT PENDING-FILE ASSIGN TO 'PENDTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT REPORT-FILE ASSIGN TO 'PAYSMRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  STRUCT-TRAN-RECORD.
           03  STR-EMP-ID          PIC X(05).
           03  STR-COMP            PIC X(04).
           03  STR-EFF-DATE        PIC 9(08).
           03  STR-AMOUNT          PIC 9(5)V99.
           03  STR-OPERATOR        PIC X(08).
       FD  PAY-STRUCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYSTRC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PAY-COMP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PAYCOMP.
       FD  PENDING-FILE
           RECORD CONTAINS 102 CHARACTERS.
       COPY TRANREC.
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
       01  WS-TODAY                PIC 9(08) VALUE ZERO.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-TRAN-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  TRAN-FILE-OPEN                  VALUE 'Y'.
       01  WS-STRUCT-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  STRUCT-FILE-OPEN                VALUE 'Y'.
       01  WS-PEND-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PENDING-FILE-OPEN               VALUE 'Y'.
       01  WS-PCM-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-COMPONENTS               VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-SCAN                     VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  TRAN-APPLIED                    VALUE 'A'.
           88  TRAN-REJECTED                   VALUE 'R'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-EMP-FLAG             PIC X(01) VALUE 'N'.
           88  EMP-ON-MASTER                   VALUE 'Y'.
       01  WS-COMP-FLAG            PIC X(01) VALUE 'N'.
           88  COMP-ON-MASTER                  VALUE 'Y'.
       01  WS-DUP-FLAG             PIC X(01) VALUE 'N'.
           88  DATE-ALREADY-HELD               VALUE 'Y'.
       01  WS-SIFT-FLAG            PIC X(01) VALUE 'N'.
           88  SIFT-DONE                       VALUE 'Y'.
       01  WS-PCM-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-PCM-TABLE.
           03  TBL-PCM-CODE        PIC X(04) OCCURS 50 TIMES.
       01  WS-PCM-SUB              PIC 9(02) VALUE ZERO.
       01  WS-TCH-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-TCH-TABLE.
           03  TCH-ENTRY           OCCURS 500 TIMES.
               05  TBL-TCH-EMP-ID  PIC X(05).
               05  TBL-TCH-DATE    PIC 9(08).
       01  WS-TCH-SUB              PIC 9(03) VALUE ZERO.
       01  WS-TCH-FOUND            PIC 9(03) VALUE ZERO.
       01  WS-DATE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-DATE-TABLE.
           03  TBL-RT-DATE         PIC 9(08) OCCURS 60 TIMES.
       01  WS-DATE-SUB             PIC 9(02) VALUE ZERO.
       01  WS-INS-SUB              PIC 9(02) VALUE ZERO.
       01  WS-HOLD-DATE            PIC 9(08) VALUE ZERO.
       01  WS-PREV-TOTAL           PIC 9(7)V99 VALUE ZERO.
       01  WS-MAX-EARN             PIC 9(7)V99 VALUE 99999.99.
       COPY DATEREQ.
       COPY PSTRREQ.
       COPY OPRACT.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ADDED        PIC 9(05) VALUE ZERO.
           03  WS-TOT-REPLACED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-PARKED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-TOO-LARGE    PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(34) VALUE
               'PAY STRUCTURE MAINTENANCE REPORT'.
           03  FILLER              PIC X(46) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(06) VALUE 'COMP'.
           03  FILLER              PIC X(10) VALUE 'EFFECTIVE'.
           03  FILLER              PIC X(11) VALUE '   AMOUNT'.
           03  FILLER              PIC X(10) VALUE 'RESULT'.
           03  FILLER              PIC X(36) VALUE 'REASON'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-COMP            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EFF-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-AMOUNT          PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REASON          PIC X(30) VALUE SPACES.
           03  FILLER              PIC X(06) VALUE SPACES.
       01  RETOTAL-HEADING1.
           03  FILLER              PIC X(34) VALUE
               'EMP-EARN RE-TOTAL FROM COMPONENTS'.
           03  FILLER              PIC X(46) VALUE SPACES.
       01  RETOTAL-HEADING2.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(10) VALUE 'EFFECTIVE'.
           03  FILLER              PIC X(11) VALUE ' WAS EARN'.
           03  FILLER              PIC X(14) VALUE '   COMP TOTAL'.
           03  FILLER              PIC X(38) VALUE 'ACTION'.
       01  RETOTAL-LINE.
           03  OUT-RT-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RT-EFF-DATE     PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RT-OLD          PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RT-NEW          PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RT-MESSAGE      PIC X(38) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(20) VALUE
               'TRANSACTIONS READ: '.
           03  OUT-TOT-READ        PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'TRANSACTIONS APPLIED: '.
           03  OUT-TOT-APPLIED     PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(23) VALUE
               'TRANSACTIONS REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(25) VALUE
               'EMP-EARN CHANGES PARKED: '.
           03  OUT-TOT-PARKED      PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 3000-RETOTAL-PARA.
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT PAY-COMP-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 1100-LOAD-COMPONENT-PARA
                   UNTIL END-OF-COMPONENTS
               CLOSE PAY-COMP-FILE
           ELSE
               DISPLAY 'PAYCOMP.DAT NOT PRESENT - EVERY '
                   'COMPONENT WILL BE REJECTED'
           END-IF
           OPEN INPUT TRAN-FILE
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-TRAN-OPEN-FLAG
           ELSE
               DISPLAY 'STRTRAN.DAT NOT PRESENT - NO PAY '
                   'STRUCTURE TRANSACTIONS THIS RUN'
               MOVE 'Y' TO WS-FILE-FLAG
           END-IF
           OPEN I-O   PAY-STRUCT-FILE
           IF WS-FILE-STAT2 = '35'
               OPEN OUTPUT PAY-STRUCT-FILE
               CLOSE PAY-STRUCT-FILE
               OPEN I-O PAY-STRUCT-FILE
           END-IF
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-STRUCT-OPEN-FLAG
           ELSE
               DISPLAY 'PAYSTRC.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2 ' - NO COMPONENTS APPLIED'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT END-OF-FILE
               PERFORM 1500-READ-TRAN
           END-IF.
       1100-LOAD-COMPONENT-PARA.
           READ PAY-COMP-FILE
               AT END
                   MOVE 'Y' TO WS-PCM-EOF-FLAG
               NOT AT END
                   IF WS-PCM-COUNT < 50
                       ADD 1 TO WS-PCM-COUNT
                       MOVE PCM-CODE TO TBL-PCM-CODE(WS-PCM-COUNT)
                   ELSE
                       DISPLAY 'PAYSMNT - COMPONENT TABLE FULL '
                           'AT 50 - REST IGNORED'
                       MOVE 'Y' TO WS-PCM-EOF-FLAG
                   END-IF
           END-READ.
       1200-OPEN-PENDING-PARA.
           OPEN INPUT PENDING-FILE
           IF WS-FILE-STAT5 = '00'
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           ELSE
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE 'Y' TO WS-PEND-OPEN-FLAG.
       1500-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-RESULT-CODE
           PERFORM 2100-VALIDATE-PARA
           IF NOT TRAN-REJECTED
               PERFORM 2200-APPLY-PARA
           END-IF
           IF TRAN-APPLIED
               PERFORM 2300-NOTE-TOUCHED-PARA
           END-IF
           PERFORM 2900-WRITE-DETAIL
           PERFORM 1500-READ-TRAN.
       2100-VALIDATE-PARA.
           MOVE 'N'        TO WS-EMP-FLAG
           MOVE STR-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FLAG
           END-READ
           MOVE 'N' TO WS-COMP-FLAG
           PERFORM 2110-FIND-COMPONENT-PARA
               VARYING WS-PCM-SUB FROM 1 BY 1
               UNTIL WS-PCM-SUB > WS-PCM-COUNT
           MOVE '1' TO DTQ-RETURN
           IF STR-EFF-DATE NUMERIC
               MOVE 'LD'         TO DTQ-FUNCTION
               MOVE STR-EFF-DATE TO DTQ-DATE-1
               CALL 'DATECALC' USING DATECALC-REQUEST
           END-IF
           EVALUATE TRUE
               WHEN NOT EMP-ON-MASTER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON EMPMAST' TO WS-REASON
               WHEN NOT COMP-ON-MASTER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'COMPONENT NOT ON PAYCOMP' TO WS-REASON
               WHEN NOT DTQ-OK
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EFFECTIVE DATE INVALID' TO WS-REASON
               WHEN STR-AMOUNT NOT NUMERIC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REASON
           END-EVALUATE.
       2110-FIND-COMPONENT-PARA.
           IF TBL-PCM-CODE(WS-PCM-SUB) = STR-COMP
               MOVE 'Y' TO WS-COMP-FLAG
           END-IF.
      *****************************************************
      *  A NEW EFFECTIVE DATE IS A NEW RECORD WITH NOTHING  *
      *  PAID ON IT YET; THE SAME DATE AGAIN ONLY CORRECTS  *
      *  THE AMOUNT AND KEEPS WHAT EMPPAY HAS RECORDED.     *
      *****************************************************
       2200-APPLY-PARA.
           MOVE STR-EMP-ID   TO PSC-EMP-ID
           MOVE STR-COMP     TO PSC-COMP
           MOVE STR-EFF-DATE TO PSC-EFF-DATE
           READ PAY-STRUCT-FILE
               INVALID KEY
                   MOVE SPACES       TO PAY-STRUCT-RECORD
                   MOVE STR-EMP-ID   TO PSC-EMP-ID
                   MOVE STR-COMP     TO PSC-COMP
                   MOVE STR-EFF-DATE TO PSC-EFF-DATE
                   MOVE STR-AMOUNT   TO PSC-AMOUNT
                   MOVE ZERO         TO PSC-YTD-YEAR PSC-PAID-YTD
                                        PSC-LAST-PERIOD
                                        PSC-LAST-VALUE
                                        PSC-LAST-PAY-DATE
                                        PSC-PRIOR-YEAR PSC-PRIOR-YTD
                   WRITE PAY-STRUCT-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'WRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                           ADD 1 TO WS-TOT-ADDED
                           IF STR-AMOUNT = ZERO
                               MOVE 'COMPONENT ENDED' TO WS-REASON
                           ELSE
                               MOVE 'COMPONENT SET' TO WS-REASON
                           END-IF
                   END-WRITE
               NOT INVALID KEY
                   MOVE STR-AMOUNT TO PSC-AMOUNT
                   REWRITE PAY-STRUCT-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'REWRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                           ADD 1 TO WS-TOT-REPLACED
                           MOVE 'AMOUNT REPLACED' TO WS-REASON
                   END-REWRITE
           END-READ.
       2300-NOTE-TOUCHED-PARA.
           MOVE ZERO TO WS-TCH-FOUND
           PERFORM 2310-FIND-TOUCHED-PARA
               VARYING WS-TCH-SUB FROM 1 BY 1
               UNTIL WS-TCH-SUB > WS-TCH-COUNT
           IF WS-TCH-FOUND > ZERO
               IF STR-EFF-DATE < TBL-TCH-DATE(WS-TCH-FOUND)
                   MOVE STR-EFF-DATE TO TBL-TCH-DATE(WS-TCH-FOUND)
               END-IF
           ELSE
               IF WS-TCH-COUNT < 500
                   ADD 1 TO WS-TCH-COUNT
                   MOVE STR-EMP-ID   TO TBL-TCH-EMP-ID(WS-TCH-COUNT)
                   MOVE STR-EFF-DATE TO TBL-TCH-DATE(WS-TCH-COUNT)
               ELSE
                   DISPLAY 'PAYSMNT - MORE THAN 500 EMPLOYEES - '
                       STR-EMP-ID ' NOT RE-TOTALLED THIS RUN'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       2310-FIND-TOUCHED-PARA.
           IF TBL-TCH-EMP-ID(WS-TCH-SUB) = STR-EMP-ID
               MOVE WS-TCH-SUB TO WS-TCH-FOUND
           END-IF.
       2900-WRITE-DETAIL.
           MOVE SPACES         TO DETAIL-LINE
           MOVE STR-EMP-ID     TO OUT-EMP-ID
           MOVE STR-COMP       TO OUT-COMP
           IF STR-EFF-DATE NUMERIC
               MOVE STR-EFF-DATE TO OUT-EFF-DATE
           ELSE
               MOVE ZERO         TO OUT-EFF-DATE
           END-IF
           IF STR-AMOUNT NUMERIC
               MOVE STR-AMOUNT   TO OUT-AMOUNT
           ELSE
               MOVE ZERO         TO OUT-AMOUNT
           END-IF
           MOVE WS-REASON      TO OUT-REASON
           IF TRAN-APPLIED
               MOVE 'APPLIED'  TO OUT-RESULT
               ADD 1 TO WS-TOT-APPLIED
           ELSE
               MOVE 'REJECTED' TO OUT-RESULT
               ADD 1 TO WS-TOT-REJECTED
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE SPACES         TO OPR-ACTION-RECORD
           MOVE STR-OPERATOR   TO OPA-OPERATOR
           MOVE 'PS'           TO OPA-ACTION
           MOVE 'PAYSMNT'      TO OPA-PROGRAM
           MOVE STR-EMP-ID     TO OPA-EMP-ID
           MOVE SPACE          TO OPA-TRAN-CODE
           MOVE OUT-EFF-DATE   TO OPA-EFF-DATE
           IF STR-AMOUNT NUMERIC
               MOVE STR-AMOUNT TO OPA-AMOUNT
           ELSE
               MOVE ZERO       TO OPA-AMOUNT
           END-IF
           MOVE OUT-RESULT     TO OPA-DETAIL
           CALL 'OPRACTW' USING OPR-ACTION-RECORD.
      *****************************************************
      *  EMP-EARN FOLLOWS THE COMPONENTS.  FOR EACH         *
      *  EMPLOYEE TOUCHED, THE DISTINCT EFFECTIVE DATES ON  *
      *  OR AFTER THE EARLIEST ONE CHANGED ARE TAKEN IN     *
      *  DATE ORDER AND THE TOTAL IN FORCE AT EACH IS ASKED *
      *  OF PAYSTRLK.  A TOTAL THAT DIFFERS FROM THE ONE    *
      *  BEFORE IT (STARTING FROM TODAY'S EMP-EARN) IS      *
      *  PARKED ON PENDTRAN.DAT EFFECTIVE THAT DATE;        *
      *  EMPTRNRL RELEASES A PAST DATE AT ONCE AND HOLDS A  *
      *  FUTURE ONE UNTIL IT IS DUE.  A DATE ON WHICH EVERY *
      *  COMPONENT HAS ENDED LEAVES EMP-EARN ALONE.  THE    *
      *  STRUCTURE FILE IS CLOSED FIRST SO PAYSTRLK READS   *
      *  WHAT WAS JUST APPLIED.                             *
      *****************************************************
       3000-RETOTAL-PARA.
           IF STRUCT-FILE-OPEN
               CLOSE PAY-STRUCT-FILE
               MOVE 'N' TO WS-STRUCT-OPEN-FLAG
           END-IF
           IF WS-TCH-COUNT > ZERO
               OPEN INPUT PAY-STRUCT-FILE
               IF WS-FILE-STAT2 = '00'
                   MOVE 'Y' TO WS-STRUCT-OPEN-FLAG
                   PERFORM 1200-OPEN-PENDING-PARA
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   WRITE REPORT-RECORD FROM RETOTAL-HEADING1
                   WRITE REPORT-RECORD FROM RETOTAL-HEADING2
                   PERFORM 3100-RETOTAL-EMP-PARA
                       VARYING WS-TCH-SUB FROM 1 BY 1
                       UNTIL WS-TCH-SUB > WS-TCH-COUNT
               ELSE
                   DISPLAY 'PAYSTRC.DAT REOPEN FAILED - STATUS '
                       WS-FILE-STAT2 ' - EMP-EARN NOT RE-TOTALLED'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
       3100-RETOTAL-EMP-PARA.
           MOVE TBL-TCH-EMP-ID(WS-TCH-SUB) TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-DATE-COUNT
               NOT INVALID KEY
                   PERFORM 3200-COLLECT-DATES-PARA
                   MOVE EMP-EARN TO WS-PREV-TOTAL
                   PERFORM 3400-RETOTAL-DATE-PARA
                       VARYING WS-DATE-SUB FROM 1 BY 1
                       UNTIL WS-DATE-SUB > WS-DATE-COUNT
           END-READ.
       3200-COLLECT-DATES-PARA.
           MOVE ZERO       TO WS-DATE-COUNT
           MOVE 'N'        TO WS-SCAN-EOF-FLAG
           MOVE EMP-ID     TO PSC-EMP-ID
           MOVE LOW-VALUES TO PSC-COMP
           MOVE ZERO       TO PSC-EFF-DATE
           START PAY-STRUCT-FILE KEY NOT < PSC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 3210-READ-STRUCT-PARA UNTIL END-OF-SCAN.
       3210-READ-STRUCT-PARA.
           READ PAY-STRUCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF PSC-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       IF PSC-EFF-DATE NOT <
                               TBL-TCH-DATE(WS-TCH-SUB)
                           PERFORM 3300-ADD-DATE-PARA
                       END-IF
                   END-IF
           END-READ.
       3300-ADD-DATE-PARA.
           MOVE 'N' TO WS-DUP-FLAG
           PERFORM 3310-CHECK-DATE-PARA
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-DATE-COUNT
           IF NOT DATE-ALREADY-HELD
               IF WS-DATE-COUNT < 60
                   ADD 1 TO WS-DATE-COUNT
                   MOVE PSC-EFF-DATE TO TBL-RT-DATE(WS-DATE-COUNT)
                   MOVE WS-DATE-COUNT TO WS-INS-SUB
                   MOVE 'N' TO WS-SIFT-FLAG
                   PERFORM 3320-SIFT-DATE-PARA UNTIL SIFT-DONE
               ELSE
                   DISPLAY 'PAYSMNT - MORE THAN 60 DATES FOR '
                       EMP-ID ' - LATER DATES NOT RE-TOTALLED'
               END-IF
           END-IF.
       3310-CHECK-DATE-PARA.
           IF TBL-RT-DATE(WS-INS-SUB) = PSC-EFF-DATE
               MOVE 'Y' TO WS-DUP-FLAG
           END-IF.
       3320-SIFT-DATE-PARA.
           IF WS-INS-SUB = 1
               MOVE 'Y' TO WS-SIFT-FLAG
           ELSE
               IF TBL-RT-DATE(WS-INS-SUB - 1) NOT >
                       TBL-RT-DATE(WS-INS-SUB)
                   MOVE 'Y' TO WS-SIFT-FLAG
               ELSE
                   MOVE TBL-RT-DATE(WS-INS-SUB) TO WS-HOLD-DATE
                   MOVE TBL-RT-DATE(WS-INS-SUB - 1)
                       TO TBL-RT-DATE(WS-INS-SUB)
                   MOVE WS-HOLD-DATE
                       TO TBL-RT-DATE(WS-INS-SUB - 1)
                   SUBTRACT 1 FROM WS-INS-SUB
               END-IF
           END-IF.
       3400-RETOTAL-DATE-PARA.
           MOVE EMP-ID                   TO PSQ-EMP-ID
           MOVE TBL-RT-DATE(WS-DATE-SUB) TO PSQ-DATE
           CALL 'PAYSTRLK' USING PAY-STRUCT-REQUEST
           MOVE SPACES                   TO RETOTAL-LINE
           MOVE EMP-ID                   TO OUT-RT-EMP-ID
           MOVE PSQ-DATE                 TO OUT-RT-EFF-DATE
           MOVE WS-PREV-TOTAL            TO OUT-RT-OLD
           MOVE PSQ-TOTAL                TO OUT-RT-NEW
           EVALUATE TRUE
               WHEN PSQ-NO-STRUCTURE
                   MOVE 'NO COMPONENT IN FORCE - EARN KEPT'
                       TO OUT-RT-MESSAGE
                   WRITE REPORT-RECORD FROM RETOTAL-LINE
               WHEN PSQ-TOTAL = WS-PREV-TOTAL
                   CONTINUE
               WHEN PSQ-TOTAL > WS-MAX-EARN
                   MOVE 'TOTAL TOO LARGE FOR EMP-EARN'
                       TO OUT-RT-MESSAGE
                   WRITE REPORT-RECORD FROM RETOTAL-LINE
                   ADD 1 TO WS-TOT-TOO-LARGE
               WHEN OTHER
                   PERFORM 3500-WRITE-PENDING-PARA
                   MOVE PSQ-TOTAL TO WS-PREV-TOTAL
                   MOVE 'EMP-EARN CHANGE PARKED ON PENDTRAN'
                       TO OUT-RT-MESSAGE
                   WRITE REPORT-RECORD FROM RETOTAL-LINE
                   ADD 1 TO WS-TOT-PARKED
           END-EVALUATE.
      *****************************************************
      *  A FULL-IMAGE CHANGE, EVERY FIELD AS IT STANDS ON   *
      *  THE MASTER, TAGGED AS A RE-TOTAL IN THE TECH SLOT  *
      *  SO EMPMAINT TAKES ONLY EMP-EARN FROM IT AND LETS   *
      *  IT PAST THE PAY-STRUCTURE CHECK.                   *
      *****************************************************
       3500-WRITE-PENDING-PARA.
           MOVE SPACES        TO TRAN-RECORD
           MOVE 'C'           TO TRAN-CODE
           MOVE EMP-ID        TO TRAN-EMP-ID
           MOVE EMP-NAME      TO TRAN-EMP-NAME
           MOVE EMP-LOC       TO TRAN-EMP-LOC
           MOVE EMP-TECH      TO TRAN-EMP-TECH
           MOVE EMP-YR        TO TRAN-EMP-YR
           MOVE EMP-MM        TO TRAN-EMP-MM
           MOVE EMP-DD        TO TRAN-EMP-DD
           MOVE PSQ-TOTAL     TO TRAN-EMP-EARN
           MOVE EMP-DEDN      TO TRAN-EMP-DEDN
           MOVE EMP-HIRE-YR   TO TRAN-EMP-HIRE-YR
           MOVE EMP-HIRE-MM   TO TRAN-EMP-HIRE-MM
           MOVE EMP-HIRE-DD   TO TRAN-EMP-HIRE-DD
           MOVE EMP-BADGE     TO TRAN-EMP-BADGE
           MOVE EMP-EMAIL     TO TRAN-EMP-EMAIL
           MOVE EMP-DEPT      TO TRAN-EMP-DEPT
           MOVE PSQ-DATE      TO TRAN-EFF-DATE
           MOVE '*PSTR'       TO TRAN-EARN-SOURCE
           WRITE TRAN-RECORD.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ     TO OUT-TOT-READ
           MOVE WS-TOT-APPLIED  TO OUT-TOT-APPLIED
           MOVE WS-TOT-REJECTED TO OUT-TOT-REJECTED
           MOVE WS-TOT-PARKED   TO OUT-TOT-PARKED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           DISPLAY '** PAY STRUCTURE MAINTENANCE SUMMARY **'
           DISPLAY 'TRANSACTIONS READ   : ', WS-TOT-READ
           DISPLAY 'COMPONENTS ADDED    : ', WS-TOT-ADDED
           DISPLAY 'AMOUNTS REPLACED    : ', WS-TOT-REPLACED
           DISPLAY 'REJECTED            : ', WS-TOT-REJECTED
           DISPLAY 'EMPLOYEES RE-TOTALLED: ', WS-TCH-COUNT
           DISPLAY 'EMP-EARN CHANGES    : ', WS-TOT-PARKED
           DISPLAY 'TOTALS TOO LARGE    : ', WS-TOT-TOO-LARGE
           IF (WS-TOT-REJECTED > ZERO OR WS-TOT-TOO-LARGE > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TRAN-FILE-OPEN
               CLOSE TRAN-FILE
           END-IF
           IF STRUCT-FILE-OPEN
               CLOSE PAY-STRUCT-FILE
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE PENDING-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER
                 REPORT-FILE.
