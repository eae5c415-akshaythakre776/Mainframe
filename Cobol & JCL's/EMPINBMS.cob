       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINBMS.
      *****************************************************
      *  DAILY MISSING INBOUND FILES REPORT.  EVERY FILE WE *
      *  EXPECT FROM OUTSIDE - THE BANK'S RATES, THE HR     *
      *  VENDOR FILE, THE DOOR CLOCK PUNCHES, THE APPROVAL  *
      *  TRANSACTIONS, THE AGENCY INVOICES - IS LISTED ON   *
      *  INBDEXP.DAT WITH THE DAYS IT SHOULD ARRIVE.  EACH  *
      *  INTAKE PROGRAM REGISTERS WHAT IT CONSUMES ON THE   *
      *  INBOUND RECEIPT REGISTER (INBDREG.DAT, THROUGH     *
      *  INBDREG).  THIS STEP WORKS OUT WHICH FILES WERE    *
      *  DUE TODAY - WORKING DAYS FROM HOLCAL.DAT THROUGH   *
      *  DATECALC, THE JOBCAL.DAT SCHEME - AND LOOKS FOR AN *
      *  ACCEPTED RECEIPT OF EACH DATED TODAY.  A FILE THAT *
      *  NEVER ARRIVED, OR ARRIVED ONLY AS A REFUSED REPEAT *
      *  OF AN EARLIER ONE, IS LISTED ON INBMSRPT.DAT,      *
      *  WRITTEN TO THE EXCEPTION REGISTER THROUGH          *
      *  EXCPWRTR AND RAISED AS A MAJOR ALERT THROUGH       *
      *  ALERTW; THE STEP THEN ENDS RC=4.  THE REPORT DATE  *
      *  CAN BE SET WITH INBMS-DATE (YYYYMMDD) TO REPEAT A  *
      *  MISSED DAY.                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPECTED-FILE ASSIGN TO 'INBDEXP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT REGISTER-FILE ASSIGN TO 'INBDREG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT REPORT-FILE ASSIGN TO 'INBMSRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPECTED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY INBDEXP.
       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY INBDREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-EXP-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-EXPECTED               VALUE 'Y'.
       01  WS-REG-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-REGISTER               VALUE 'Y'.
       01  WS-ENV-DATE             PIC X(08) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PER-START            PIC 9(08) VALUE ZERO.
       01  WS-BOUND-DATE.
           03  WS-BND-YR           PIC 9(04).
           03  WS-BND-MM           PIC 9(02).
           03  WS-BND-DD           PIC 9(02).
       01  WS-BOUND-NUM REDEFINES WS-BOUND-DATE
                                   PIC 9(08).
       01  WS-NOMINAL-DATE.
           03  WS-NOM-YR           PIC 9(04).
           03  WS-NOM-MM           PIC 9(02).
           03  WS-NOM-DD           PIC 9(02).
       01  WS-NOMINAL-NUM REDEFINES WS-NOMINAL-DATE
                                   PIC 9(08).
       01  WS-WORKING-FLAG         PIC X(01) VALUE 'N'.
           88  WS-WORKING-DAY                VALUE 'Y'.
       01  WS-DUE-FLAG             PIC X(01) VALUE 'N'.
           88  WS-FILE-DUE                   VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(20) VALUE SPACES.
       01  WS-EXP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-EXP-TABLE.
           03  EXP-ENTRY           OCCURS 50 TIMES.
               05  TBL-SOURCE      PIC X(08).
               05  TBL-FILE        PIC X(12).
               05  TBL-DESC        PIC X(24).
               05  TBL-FREQ        PIC X(01).
               05  TBL-DAY         PIC 9(02).
               05  TBL-REGION      PIC X(04).
               05  TBL-CONSUMER    PIC X(08).
               05  TBL-DUE         PIC X(01).
               05  TBL-RECEIVED    PIC X(01).
                   88  TBL-ARRIVED            VALUE 'Y'.
                   88  TBL-REPEAT-ONLY        VALUE 'R'.
               05  TBL-REC-COUNT   PIC 9(07).
               05  TBL-RUN-PGM     PIC X(08).
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-FIND-IDX             PIC 9(03) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-EXP-READ     PIC 9(03) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(03) VALUE ZERO.
           03  WS-TOT-REG-READ     PIC 9(07) VALUE ZERO.
           03  WS-TOT-DUE          PIC 9(03) VALUE ZERO.
           03  WS-TOT-RECEIVED     PIC 9(03) VALUE ZERO.
           03  WS-TOT-MISSING      PIC 9(03) VALUE ZERO.
       COPY DATEREQ.
       COPY EXCPREG.
       COPY ALERTREC.
       01  HEADING-LINE1.
           03  FILLER              PIC X(34) VALUE
               'EXPECTED INBOUND FILES - DUE      '.
           03  OUT-HDR-DATE        PIC 9(08).
           03  FILLER              PIC X(38) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(10) VALUE 'SOURCE'.
           03  FILLER              PIC X(14) VALUE 'FILE'.
           03  FILLER              PIC X(26) VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(10) VALUE 'CONSUMER'.
           03  FILLER              PIC X(20) VALUE 'RESULT'.
       01  DETAIL-LINE.
           03  OUT-SOURCE          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-FILE            PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DESC            PIC X(24) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CONSUMER        PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(12) VALUE SPACES.
           03  OUT-COUNT-X.
               05  OUT-COUNT       PIC ZZZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACES.
       01  NONE-LINE.
           03  FILLER              PIC X(30) VALUE
               '  NO INBOUND FILE DUE TODAY'.
           03  FILLER              PIC X(50) VALUE SPACES.
       01  REJECT-LINE.
           03  FILLER              PIC X(24) VALUE
               'EXPECTED ROW REJECTED - '.
           03  OUT-R-SOURCE        PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-R-REASON        PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(26) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(18) VALUE
               'EXPECTED ROWS:    '.
           03  OUT-TOT-EXP         PIC ZZ9.
           03  FILLER              PIC X(14) VALUE
               '   REJECTED:  '.
           03  OUT-TOT-REJ         PIC ZZ9.
           03  FILLER              PIC X(42) VALUE SPACES.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(18) VALUE
               'DUE TODAY:        '.
           03  OUT-TOT-DUE         PIC ZZ9.
           03  FILLER              PIC X(14) VALUE
               '   RECEIVED:  '.
           03  OUT-TOT-RECEIVED    PIC ZZ9.
           03  FILLER              PIC X(14) VALUE
               '   MISSING:   '.
           03  OUT-TOT-MISSING     PIC ZZ9.
           03  FILLER              PIC X(25) VALUE SPACES.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1000-INITIALIZATION-PARA
           PERFORM 2000-EVALUATE-FILE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EXP-COUNT
           PERFORM 3000-SCAN-REGISTER-PARA
           PERFORM 4000-REPORT-PARA
           PERFORM 9000-TERMINATION-PARA
           STOP RUN.
      *****************************************************
      *  REPORT DATE, THEN LOAD THE EXPECTED FILES.         *
      *****************************************************
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'INBMS-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE > '00000000'
               MOVE WS-ENV-DATE TO WS-TODAY
               DISPLAY 'EMPINBMS REPORT DATE SET TO ' WS-TODAY-NUM
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-NUM TO OUT-HDR-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           PERFORM 1100-LOAD-EXPECTED-PARA.
       1100-LOAD-EXPECTED-PARA.
           OPEN INPUT EXPECTED-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1150-READ-EXPECTED-PARA
                   UNTIL END-OF-EXPECTED
               CLOSE EXPECTED-FILE
           ELSE
               DISPLAY 'INBDEXP.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT1 ' - NO INBOUND FILES CHECKED'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1150-READ-EXPECTED-PARA.
           READ EXPECTED-FILE
               AT END
                   MOVE 'Y' TO WS-EXP-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-EXP-READ
                   PERFORM 1200-EDIT-EXPECTED-PARA
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 1250-STORE-EXPECTED-PARA
                   ELSE
                       ADD 1 TO WS-TOT-REJECTED
                       MOVE IBX-SOURCE       TO OUT-R-SOURCE
                       MOVE WS-REJECT-REASON TO OUT-R-REASON
                       WRITE REPORT-RECORD FROM REJECT-LINE
                       DISPLAY 'INBDEXP ROW ' IBX-SOURCE
                           ' REJECTED - ' WS-REJECT-REASON
                   END-IF
           END-READ.
      *****************************************************
      *  A ROW THAT CANNOT BE READ SENSIBLY IS LEFT OUT AND *
      *  REPORTED (RC=4) RATHER THAN GUESSED AT.            *
      *****************************************************
       1200-EDIT-EXPECTED-PARA.
           MOVE SPACES TO WS-REJECT-REASON
           IF IBX-DAY NOT NUMERIC
               MOVE ZERO TO IBX-DAY
           END-IF
           EVALUATE TRUE
               WHEN IBX-SOURCE = SPACES
                   MOVE 'BLANK SOURCE'       TO WS-REJECT-REASON
               WHEN NOT (IBX-DAILY OR IBX-WEEKLY OR IBX-MONTHLY)
                   MOVE 'BAD FREQUENCY'      TO WS-REJECT-REASON
               WHEN IBX-WEEKLY AND (IBX-DAY < 1 OR IBX-DAY > 7)
                   MOVE 'BAD WEEKDAY'        TO WS-REJECT-REASON
               WHEN IBX-MONTHLY AND (IBX-DAY < 1 OR IBX-DAY > 31)
                   MOVE 'BAD DAY'            TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 1400-FIND-SOURCE-PARA
               IF WS-FIND-SUB > ZERO
                   MOVE 'DUPLICATE SOURCE'   TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-EXP-COUNT NOT < 50
               MOVE 'EXPECTED TABLE FULL'    TO WS-REJECT-REASON
           END-IF.
       1250-STORE-EXPECTED-PARA.
           ADD 1 TO WS-EXP-COUNT
           MOVE IBX-SOURCE   TO TBL-SOURCE(WS-EXP-COUNT)
           MOVE IBX-FILE     TO TBL-FILE(WS-EXP-COUNT)
           MOVE IBX-DESC     TO TBL-DESC(WS-EXP-COUNT)
           MOVE IBX-FREQ     TO TBL-FREQ(WS-EXP-COUNT)
           MOVE IBX-DAY      TO TBL-DAY(WS-EXP-COUNT)
           MOVE IBX-REGION   TO TBL-REGION(WS-EXP-COUNT)
           MOVE IBX-CONSUMER TO TBL-CONSUMER(WS-EXP-COUNT)
           MOVE 'N'          TO TBL-DUE(WS-EXP-COUNT)
                                TBL-RECEIVED(WS-EXP-COUNT)
           MOVE ZERO         TO TBL-REC-COUNT(WS-EXP-COUNT)
           MOVE SPACES       TO TBL-RUN-PGM(WS-EXP-COUNT).
       1400-FIND-SOURCE-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 1450-MATCH-SOURCE-PARA
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-EXP-COUNT
                  OR WS-FIND-SUB > ZERO.
       1450-MATCH-SOURCE-PARA.
           IF TBL-SOURCE(WS-FIND-IDX) = IBX-SOURCE
               MOVE WS-FIND-IDX TO WS-FIND-SUB
           END-IF.
      *****************************************************
      *  IS FILE WS-SUB DUE TODAY?  NOTHING IS DUE ON A     *
      *  DAY THAT IS NOT A WORKING DAY; A DAILY FILE IS DUE *
      *  ON EVERY OTHER.                                    *
      *****************************************************
       2000-EVALUATE-FILE-PARA.
           MOVE 'N' TO WS-DUE-FLAG
           MOVE WS-TODAY-NUM TO DTQ-DATE-1
           PERFORM 2150-WORKING-DAYS-PARA
           IF DTQ-RESULT-DAYS = 1
               MOVE 'Y' TO WS-WORKING-FLAG
           ELSE
               MOVE 'N' TO WS-WORKING-FLAG
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-WORKING-DAY
                   CONTINUE
               WHEN TBL-FREQ(WS-SUB) = 'D'
                   MOVE 'Y' TO WS-DUE-FLAG
               WHEN OTHER
                   PERFORM 2400-NOMINAL-RULE-PARA
           END-EVALUATE
           MOVE WS-DUE-FLAG TO TBL-DUE(WS-SUB)
           IF WS-FILE-DUE
               ADD 1 TO WS-TOT-DUE
           END-IF.
      *    WORKING DAYS FROM DTQ-DATE-1 TO THE REPORT DATE.
       2150-WORKING-DAYS-PARA.
           MOVE 'BD'               TO DTQ-FUNCTION
           MOVE WS-TODAY-NUM       TO DTQ-DATE-2
           MOVE TBL-REGION(WS-SUB) TO DTQ-REGION
           CALL 'DATECALC' USING DATECALC-REQUEST.
      *****************************************************
      *  FIRST DAY OF THE WEEK (MONDAY) OR MONTH HOLDING    *
      *  WS-BOUND-DATE.                                     *
      *****************************************************
       2200-PERIOD-START-PARA.
           IF TBL-FREQ(WS-SUB) = 'W'
               MOVE 'DW'          TO DTQ-FUNCTION
               MOVE WS-BOUND-NUM  TO DTQ-DATE-1
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE 'AD'          TO DTQ-FUNCTION
               COMPUTE DTQ-COUNT = 1 - DTQ-WEEKDAY
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-PER-START
           ELSE
               MOVE 01            TO WS-BND-DD
               MOVE WS-BOUND-NUM  TO WS-PER-START
           END-IF.
      *****************************************************
      *  WEEKLY AND MONTHLY FILES.  DUE ON THE NOMINAL DAY  *
      *  OF THIS WEEK OR MONTH, OR OF THE LAST ONE WHEN ITS *
      *  NOMINAL DAY FELL ON A NON-WORKING DAY AND TODAY IS *
      *  THE NEXT WORKING DAY AFTER IT.                     *
      *****************************************************
       2400-NOMINAL-RULE-PARA.
           MOVE WS-TODAY-NUM TO WS-BOUND-NUM
           PERFORM 2200-PERIOD-START-PARA
           PERFORM 2450-NOMINAL-DATE-PARA
           PERFORM 2470-CHECK-ROLL-PARA
           IF NOT WS-FILE-DUE
               MOVE 'AD'         TO DTQ-FUNCTION
               MOVE WS-PER-START TO DTQ-DATE-1
               MOVE -1           TO DTQ-COUNT
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-BOUND-NUM
               PERFORM 2200-PERIOD-START-PARA
               PERFORM 2450-NOMINAL-DATE-PARA
               PERFORM 2470-CHECK-ROLL-PARA
           END-IF.
       2450-NOMINAL-DATE-PARA.
           IF TBL-FREQ(WS-SUB) = 'W'
               MOVE 'AD'         TO DTQ-FUNCTION
               MOVE WS-PER-START TO DTQ-DATE-1
               COMPUTE DTQ-COUNT = TBL-DAY(WS-SUB) - 1
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-NOMINAL-NUM
           ELSE
      *        A DAY PAST THE END OF A SHORT MONTH MEANS ITS LAST.
               MOVE 'LD'         TO DTQ-FUNCTION
               MOVE WS-PER-START TO DTQ-DATE-1
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-NOMINAL-NUM
               IF TBL-DAY(WS-SUB) < WS-NOM-DD
                   MOVE TBL-DAY(WS-SUB) TO WS-NOM-DD
               END-IF
           END-IF.
      *    DUE WHEN NO WORKING DAY LIES BETWEEN THE NOMINAL DAY
      *    AND THE (WORKING) REPORT DATE.
       2470-CHECK-ROLL-PARA.
           IF WS-NOMINAL-NUM NOT > WS-TODAY-NUM
               MOVE WS-NOMINAL-NUM TO DTQ-DATE-1
               PERFORM 2150-WORKING-DAYS-PARA
               IF DTQ-RESULT-DAYS = 1
                   MOVE 'Y' TO WS-DUE-FLAG
               END-IF
           END-IF.
      *****************************************************
      *  ONE PASS OF THE RECEIPT REGISTER.  A RECEIPT DATED *
      *  THE REPORT DATE AND ACCEPTED (OR TAKEN ON THE      *
      *  OPERATOR OVERRIDE) COUNTS AS ARRIVED; A REFUSED    *
      *  REPEAT ALONE DOES NOT - THE FRESH FILE NEVER CAME. *
      *****************************************************
       3000-SCAN-REGISTER-PARA.
           OPEN INPUT REGISTER-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 3100-READ-REGISTER-PARA
                   UNTIL END-OF-REGISTER
               CLOSE REGISTER-FILE
           ELSE
               DISPLAY 'INBDREG.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT2 ' - NO FILE COUNTS AS RECEIVED'
           END-IF.
       3100-READ-REGISTER-PARA.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-REG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-REG-READ
                   IF IBG-RECV-DATE = WS-TODAY-NUM
                       MOVE IBG-SOURCE TO IBX-SOURCE
                       PERFORM 1400-FIND-SOURCE-PARA
                       IF WS-FIND-SUB > ZERO
                           PERFORM 3200-MARK-RECEIPT-PARA
                       END-IF
                   END-IF
           END-READ.
       3200-MARK-RECEIPT-PARA.
           IF IBG-ACCEPTED OR IBG-OVERRIDDEN
               MOVE 'Y'           TO TBL-RECEIVED(WS-FIND-SUB)
               ADD IBG-REC-COUNT  TO TBL-REC-COUNT(WS-FIND-SUB)
               MOVE IBG-RUN-PGM   TO TBL-RUN-PGM(WS-FIND-SUB)
           ELSE
               IF NOT TBL-ARRIVED(WS-FIND-SUB)
                   MOVE 'R' TO TBL-RECEIVED(WS-FIND-SUB)
               END-IF
           END-IF.
      *****************************************************
      *  THE REPORT: EVERY FILE DUE TODAY, RECEIVED OR NOT. *
      *****************************************************
       4000-REPORT-PARA.
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 4100-REPORT-FILE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EXP-COUNT
           IF WS-TOT-DUE = ZERO
               WRITE REPORT-RECORD FROM NONE-LINE
           END-IF.
       4100-REPORT-FILE-PARA.
           IF TBL-DUE(WS-SUB) = 'Y'
               MOVE TBL-SOURCE(WS-SUB)   TO OUT-SOURCE
               MOVE TBL-FILE(WS-SUB)     TO OUT-FILE
               MOVE TBL-DESC(WS-SUB)     TO OUT-DESC
               MOVE TBL-CONSUMER(WS-SUB) TO OUT-CONSUMER
               EVALUATE TRUE
                   WHEN TBL-ARRIVED(WS-SUB)
                       ADD 1 TO WS-TOT-RECEIVED
                       MOVE 'RECEIVED' TO OUT-RESULT
                       MOVE TBL-REC-COUNT(WS-SUB) TO OUT-COUNT
                   WHEN TBL-REPEAT-ONLY(WS-SUB)
                       MOVE '** REPEAT' TO OUT-RESULT
                       MOVE SPACES TO OUT-COUNT-X
                       PERFORM 4200-MISSING-FILE-PARA
                   WHEN OTHER
                       MOVE '** MISSING' TO OUT-RESULT
                       MOVE SPACES TO OUT-COUNT-X
                       PERFORM 4200-MISSING-FILE-PARA
               END-EVALUATE
               WRITE REPORT-RECORD FROM DETAIL-LINE
           END-IF.
       4200-MISSING-FILE-PARA.
           ADD 1 TO WS-TOT-MISSING
           MOVE 'EMPINBMS'         TO EXR-SOURCE-PGM
           MOVE TBL-SOURCE(WS-SUB) TO EXR-KEY
           MOVE SPACES             TO EXR-TEXT
           STRING TBL-FILE(WS-SUB) ' NOT RECEIVED - DUE '
                  WS-TODAY-NUM
                  DELIMITED BY SIZE INTO EXR-TEXT
           END-STRING
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           MOVE SPACES TO ALR-MESSAGE
           STRING 'INBOUND ' TBL-FILE(WS-SUB) ' NOT RECEIVED FOR '
                  TBL-CONSUMER(WS-SUB)
                  DELIMITED BY SIZE INTO ALR-MESSAGE
           END-STRING
           PERFORM 8200-RAISE-ALERT-PARA.
       8200-RAISE-ALERT-PARA.
           MOVE 'M'        TO ALR-SEVERITY
           MOVE 'EMPINBMS' TO ALR-SOURCE-PGM
           MOVE 'STEP171'  TO ALR-STEP
           CALL 'ALERTW' USING ALERT-RECORD.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-EXP-READ  TO OUT-TOT-EXP
           MOVE WS-TOT-REJECTED  TO OUT-TOT-REJ
           MOVE WS-TOT-DUE       TO OUT-TOT-DUE
           MOVE WS-TOT-RECEIVED  TO OUT-TOT-RECEIVED
           MOVE WS-TOT-MISSING   TO OUT-TOT-MISSING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** MISSING INBOUND FILES SUMMARY **'
           DISPLAY 'EXPECTED ROWS READ    : ', WS-TOT-EXP-READ
           DISPLAY 'EXPECTED ROWS REJECTED: ', WS-TOT-REJECTED
           DISPLAY 'RECEIPTS ON REGISTER  : ', WS-TOT-REG-READ
           DISPLAY 'DUE ON ' WS-TODAY-NUM '       : ', WS-TOT-DUE
           DISPLAY 'RECEIVED              : ', WS-TOT-RECEIVED
           DISPLAY 'MISSING               : ', WS-TOT-MISSING
           IF (WS-TOT-MISSING > ZERO OR WS-TOT-REJECTED > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9100-WRITE-RUNLOG-PARA.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPINBMS'         TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-EXP-READ    TO RL-RECS-READ
           MOVE WS-TOT-RECEIVED    TO RL-RECS-WRITTEN
           MOVE WS-TOT-MISSING     TO RL-RECS-REJECTED
           MOVE RETURN-CODE        TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE       TO RETURN-CODE.
