       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDISC.
      *****************************************************
      *  APPLIES DISCIPLINARY CASE TRANSACTIONS             *
      *  (DISCTRAN.DAT) AGAINST THE INDEXED CASE REGISTER   *
      *  (DISCCASE.DAT), KEYED ON EMP-ID AND CASE NUMBER,   *
      *  AND PRINTS AN APPLIED/REJECTED REPORT ON           *
      *  DISCMRPT.DAT - THE SAME PATTERN PAYHMNT USES FOR   *
      *  PAYMENT HOLDS.  AN 'O' OPENS A CASE: THE EMP-ID    *
      *  MUST BE ON EMPMAST.DAT, THE CASE NUMBER MUST BE    *
      *  NEW FOR THE EMPLOYEE AND THE CATEGORY VALID; THE   *
      *  OPEN DATE DEFAULTS TO TODAY AND MAY NOT BE IN THE  *
      *  FUTURE.  A 'D' RECORDS THE DECISION ON AN OPEN     *
      *  CASE: A VERBAL, WRITTEN OR FINAL WRITTEN WARNING   *
      *  (LEVEL 1, 2 OR 3) NEEDS AN EXPIRY DATE AFTER TODAY *
      *  AND MAKES THE CASE LIVE; ANY OTHER OUTCOME CLOSES  *
      *  IT.  A 'W' WITHDRAWS AN OPEN OR LIVE CASE.  ONLY   *
      *  HR-ROLE ('H') OPERATORS ON OPRMAST.DAT MAY KEY     *
      *  THE REGISTER, AND NEVER FOR THEIR OWN EMP-ID - ANY *
      *  OTHER TRANSACTION IS REJECTED.  EACH TRANSACTION   *
      *  CARRIES THE OPERATOR WHO KEYED IT (DTR-OPERATOR)   *
      *  AND IS JOURNALLED ('DC', WITH ITS RESULT) ON       *
      *  OPRACT.DAT THROUGH OPRACTW.  AFTER THE             *
      *  TRANSACTIONS EVERY LIVE WARNING WHOSE EXPIRY DATE  *
      *  HAS COME IS MARKED EXPIRED AND LISTED, SO THE      *
      *  NIGHTLY RUN EXPIRES WARNINGS WITHOUT ANYONE HAVING *
      *  TO KEY IT.  NO DISCTRAN.DAT MEANS NOTHING TO       *
      *  APPLY, BUT THE EXPIRY SWEEP STILL RUNS.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'DISCTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT DISC-CASE-FILE ASSIGN TO 'DISCCASE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DCR-KEY
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT OPERATOR-FILE ASSIGN TO 'OPRMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT REPORT-FILE ASSIGN TO 'DISCMRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  DISC-TRAN-RECORD.
           03  DTR-CODE            PIC X(01).
               88  DTR-OPEN                    VALUE 'O'.
               88  DTR-DECIDE                  VALUE 'D'.
               88  DTR-WITHDRAW                VALUE 'W'.
           03  DTR-EMP-ID          PIC X(05).
           03  DTR-CASE-NO         PIC X(08).
           03  DTR-CATEGORY        PIC X(02).
               88  DTR-CAT-VALID               VALUE 'CO' 'AT' 'PF'
                                                     'PO' 'HS'.
           03  DTR-OPEN-DATE       PIC 9(08).
           03  DTR-OPEN-DATE-X REDEFINES DTR-OPEN-DATE
                                   PIC X(08).
           03  DTR-OUTCOME         PIC X(02).
               88  DTR-OUT-VALID               VALUE 'NC' 'NA' 'VW'
                                                     'WW' 'FW' 'DM'.
               88  DTR-OUT-WARNING             VALUE 'VW' 'WW' 'FW'.
           03  DTR-EXPIRY-DATE     PIC 9(08).
           03  DTR-OPERATOR        PIC X(08).
       FD  DISC-CASE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY DISCCASE.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  OPERATOR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-TODAY                PIC 9(08) VALUE ZERO.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-TRAN-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  TRAN-FILE-OPEN                  VALUE 'Y'.
       01  WS-CASE-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  CASE-FILE-OPEN                  VALUE 'Y'.
       01  WS-CASE-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-CASES                    VALUE 'Y'.
       01  WS-OPR-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-OPERATORS                VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  TRAN-APPLIED                    VALUE 'A'.
           88  TRAN-REJECTED                   VALUE 'R'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-EMP-FLAG             PIC X(01) VALUE 'N'.
           88  EMP-ON-MASTER                   VALUE 'Y'.
       01  WS-CASE-FLAG            PIC X(01) VALUE 'N'.
           88  CASE-ON-FILE                    VALUE 'Y'.
       01  WS-OPR-HR-FLAG          PIC X(01) VALUE 'N'.
           88  OPERATOR-IS-HR                  VALUE 'Y'.
       01  WS-OPR-EMP-ID           PIC X(05) VALUE SPACES.
       01  WS-OPEN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
       01  WS-DATE-FLAG            PIC X(01) VALUE 'N'.
           88  DATE-IS-VALID                   VALUE 'Y'.
       01  WS-WARN-LEVEL           PIC 9(01) VALUE ZERO.
       COPY DATEREQ.
       COPY OPRACT.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-OPENED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-DECIDED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-WITHDRAWN    PIC 9(05) VALUE ZERO.
           03  WS-TOT-EXPIRED      PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(40) VALUE
               'DISCIPLINARY CASE MAINTENANCE REPORT'.
           03  FILLER              PIC X(40) VALUE
               'CONFIDENTIAL - HR ONLY'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(04) VALUE 'TR'.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(10) VALUE 'CASE NO'.
           03  FILLER              PIC X(05) VALUE 'CD'.
           03  FILLER              PIC X(10) VALUE 'OPERATOR'.
           03  FILLER              PIC X(10) VALUE 'RESULT'.
           03  FILLER              PIC X(30) VALUE 'REASON'.
       01  DETAIL-LINE.
           03  OUT-TRAN-CODE       PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CASE-NO         PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CODE            PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-OPERATOR        PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REASON          PIC X(30) VALUE SPACES.
       01  EXPIRY-HEADING          PIC X(80) VALUE
           'WARNINGS EXPIRED THIS RUN'.
       01  EXPIRY-LINE.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-EXP-EMP-ID      PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EXP-CASE-NO     PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EXP-OUTCOME     PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(08) VALUE '  LEVEL '.
           03  OUT-EXP-LEVEL       PIC 9(01) VALUE ZERO.
           03  FILLER              PIC X(12) VALUE '  EXPIRED ON'.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EXP-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(27) VALUE SPACES.
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
           03  FILLER              PIC X(14) VALUE
               'CASES OPENED: '.
           03  OUT-TOT-OPENED      PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE
               '   DECIDED: '.
           03  OUT-TOT-DECIDED     PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE
               '   WITHDRAWN: '.
           03  OUT-TOT-WITHDRAWN   PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE
               '   EXPIRED: '.
           03  OUT-TOT-EXPIRED     PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 3000-EXPIRE-WARNINGS-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT TRAN-FILE
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-TRAN-OPEN-FLAG
           ELSE
               DISPLAY 'DISCTRAN.DAT NOT PRESENT - NO CASE '
                   'TRANSACTIONS THIS RUN'
               MOVE 'Y' TO WS-FILE-FLAG
           END-IF
           OPEN I-O   DISC-CASE-FILE
           IF WS-FILE-STAT2 = '35'
               OPEN OUTPUT DISC-CASE-FILE
               CLOSE DISC-CASE-FILE
               OPEN I-O DISC-CASE-FILE
           END-IF
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-CASE-OPEN-FLAG
           ELSE
               DISPLAY 'DISCCASE.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2 ' - NO CASES APPLIED'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT END-OF-FILE
               PERFORM 1500-READ-TRAN
           END-IF.
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
           PERFORM 2050-READ-CASE-PARA
           PERFORM 2070-CHECK-OPERATOR-PARA
           EVALUATE TRUE
               WHEN NOT OPERATOR-IS-HR
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'OPERATOR NOT HR ROLE' TO WS-REASON
               WHEN WS-OPR-EMP-ID NOT = SPACES
                   AND WS-OPR-EMP-ID = DTR-EMP-ID
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'OPERATOR IS THE EMPLOYEE' TO WS-REASON
               WHEN DTR-OPEN
                   PERFORM 2100-OPEN-CASE-PARA
               WHEN DTR-DECIDE
                   PERFORM 2200-DECIDE-CASE-PARA
               WHEN DTR-WITHDRAW
                   PERFORM 2300-WITHDRAW-CASE-PARA
               WHEN OTHER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
           END-EVALUATE
           PERFORM 2900-WRITE-DETAIL
           PERFORM 1500-READ-TRAN.
       2050-READ-CASE-PARA.
           MOVE DTR-EMP-ID  TO DCR-EMP-ID
           MOVE DTR-CASE-NO TO DCR-CASE-NO
           READ DISC-CASE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-FLAG
           END-READ.
       2060-CHECK-EMPLOYEE-PARA.
           MOVE 'N'        TO WS-EMP-FLAG
           MOVE DTR-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FLAG
           END-READ.
      *****************************************************
      *  THE KEYING OPERATOR MUST BE A REAL 'H'-ROLE        *
      *  OPERATOR - THE SAME CHECK EMPMAINT MAKES OF A      *
      *  BATCH APPROVER - SO A CASE TRANSACTION DROPPED     *
      *  INTO DISCTRAN.DAT OUTSIDE EMPMENU STILL CANNOT GET *
      *  ONTO THE REGISTER.                                 *
      *****************************************************
       2070-CHECK-OPERATOR-PARA.
           MOVE 'N'    TO WS-OPR-HR-FLAG WS-OPR-EOF-FLAG
           MOVE SPACES TO WS-OPR-EMP-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 2075-READ-OPERATOR-PARA
                   UNTIL END-OF-OPERATORS
               CLOSE OPERATOR-FILE
           END-IF.
       2075-READ-OPERATOR-PARA.
           READ OPERATOR-FILE
               AT END
                   MOVE 'Y' TO WS-OPR-EOF-FLAG
               NOT AT END
                   IF OPR-ID = DTR-OPERATOR
                       AND DTR-OPERATOR NOT = SPACES
                       AND OPR-ROLE-HR
                       MOVE 'Y'        TO WS-OPR-HR-FLAG
                       MOVE OPR-EMP-ID TO WS-OPR-EMP-ID
                   END-IF
           END-READ.
      *****************************************************
      *  WS-CHECK-DATE IS A REAL CALENDAR DATE IF DATECALC  *
      *  CAN TELL WHAT DAY OF THE WEEK IT FALLS ON.         *
      *****************************************************
       2080-CHECK-DATE-PARA.
           MOVE 'N' TO WS-DATE-FLAG
           IF WS-CHECK-DATE > ZERO
               MOVE 'DW'          TO DTQ-FUNCTION
               MOVE WS-CHECK-DATE TO DTQ-DATE-1
               CALL 'DATECALC' USING DATECALC-REQUEST
               IF DTQ-OK
                   MOVE 'Y' TO WS-DATE-FLAG
               END-IF
           END-IF.
       2100-OPEN-CASE-PARA.
           PERFORM 2060-CHECK-EMPLOYEE-PARA
           MOVE 'Y' TO WS-DATE-FLAG
           IF DTR-OPEN-DATE-X = SPACES OR ZEROS
               MOVE WS-TODAY TO WS-OPEN-DATE
           ELSE
               IF DTR-OPEN-DATE NUMERIC
                   MOVE DTR-OPEN-DATE TO WS-OPEN-DATE
                                         WS-CHECK-DATE
                   PERFORM 2080-CHECK-DATE-PARA
               ELSE
                   MOVE 'N' TO WS-DATE-FLAG
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT EMP-ON-MASTER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON EMPMAST' TO WS-REASON
               WHEN DTR-CASE-NO = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CASE NUMBER MISSING' TO WS-REASON
               WHEN CASE-ON-FILE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CASE ALREADY ON REGISTER' TO WS-REASON
               WHEN NOT DTR-CAT-VALID
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID CASE CATEGORY' TO WS-REASON
               WHEN NOT DATE-IS-VALID
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'OPEN DATE NOT A REAL DATE' TO WS-REASON
               WHEN WS-OPEN-DATE > WS-TODAY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'OPEN DATE IN THE FUTURE' TO WS-REASON
               WHEN OTHER
                   MOVE SPACES       TO DISC-CASE-RECORD
                   MOVE DTR-EMP-ID   TO DCR-EMP-ID
                   MOVE DTR-CASE-NO  TO DCR-CASE-NO
                   MOVE DTR-CATEGORY TO DCR-CATEGORY
                   MOVE WS-OPEN-DATE TO DCR-OPEN-DATE
                   MOVE DTR-OPERATOR TO DCR-OPENED-BY
                   MOVE 'O'          TO DCR-STATUS
                   MOVE ZERO         TO DCR-WARN-LEVEL
                                        DCR-EXPIRY-DATE
                                        DCR-DECIDED-DATE
                                        DCR-CLOSED-DATE
                   WRITE DISC-CASE-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'WRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                           MOVE 'CASE OPENED' TO WS-REASON
                   END-WRITE
           END-EVALUATE
           IF TRAN-APPLIED
               ADD 1 TO WS-TOT-OPENED
           END-IF.
      *****************************************************
      *  THE WARNING LEVEL FOLLOWS FROM THE OUTCOME, SO THE *
      *  REGISTER CANNOT HOLD A VERBAL WARNING AT FINAL     *
      *  WRITTEN LEVEL.  A DECISION WITH NO WARNING CLOSES  *
      *  THE CASE THERE AND THEN.                           *
      *****************************************************
       2200-DECIDE-CASE-PARA.
           EVALUATE TRUE
               WHEN DTR-OUTCOME = 'VW'
                   MOVE 1 TO WS-WARN-LEVEL
               WHEN DTR-OUTCOME = 'WW'
                   MOVE 2 TO WS-WARN-LEVEL
               WHEN DTR-OUTCOME = 'FW'
                   MOVE 3 TO WS-WARN-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-WARN-LEVEL
           END-EVALUATE
           MOVE 'N' TO WS-DATE-FLAG
           IF DTR-EXPIRY-DATE NUMERIC
               MOVE DTR-EXPIRY-DATE TO WS-CHECK-DATE
               PERFORM 2080-CHECK-DATE-PARA
           END-IF
           EVALUATE TRUE
               WHEN NOT CASE-ON-FILE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CASE NOT ON REGISTER' TO WS-REASON
               WHEN NOT DCR-OPEN
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CASE NOT OPEN' TO WS-REASON
               WHEN NOT DTR-OUT-VALID
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID OUTCOME CODE' TO WS-REASON
               WHEN DTR-OUT-WARNING AND NOT DATE-IS-VALID
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'WARNING EXPIRY DATE MISSING' TO WS-REASON
               WHEN DTR-OUT-WARNING
                   AND DTR-EXPIRY-DATE NOT > WS-TODAY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'WARNING EXPIRY DATE NOT FUTURE'
                       TO WS-REASON
               WHEN OTHER
                   MOVE DTR-OUTCOME   TO DCR-OUTCOME
                   MOVE WS-WARN-LEVEL TO DCR-WARN-LEVEL
                   MOVE WS-TODAY      TO DCR-DECIDED-DATE
                   MOVE DTR-OPERATOR  TO DCR-DECIDED-BY
                   IF DTR-OUT-WARNING
                       MOVE 'L'             TO DCR-STATUS
                       MOVE DTR-EXPIRY-DATE TO DCR-EXPIRY-DATE
                   ELSE
                       MOVE 'C'             TO DCR-STATUS
                       MOVE ZERO            TO DCR-EXPIRY-DATE
                       MOVE WS-TODAY        TO DCR-CLOSED-DATE
                   END-IF
                   REWRITE DISC-CASE-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'REWRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                           IF DCR-LIVE
                               MOVE 'WARNING NOW LIVE' TO WS-REASON
                           ELSE
                               MOVE 'CASE CLOSED' TO WS-REASON
                           END-IF
                   END-REWRITE
           END-EVALUATE
           IF TRAN-APPLIED
               ADD 1 TO WS-TOT-DECIDED
           END-IF.
       2300-WITHDRAW-CASE-PARA.
           EVALUATE TRUE
               WHEN NOT CASE-ON-FILE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CASE NOT ON REGISTER' TO WS-REASON
               WHEN NOT DCR-OPEN AND NOT DCR-LIVE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CASE NOT OPEN OR LIVE' TO WS-REASON
               WHEN OTHER
                   MOVE 'W'      TO DCR-STATUS
                   MOVE WS-TODAY TO DCR-CLOSED-DATE
                   REWRITE DISC-CASE-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'REWRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                           MOVE 'CASE WITHDRAWN' TO WS-REASON
                   END-REWRITE
           END-EVALUATE
           IF TRAN-APPLIED
               ADD 1 TO WS-TOT-WITHDRAWN
           END-IF.
       2900-WRITE-DETAIL.
           MOVE SPACES         TO DETAIL-LINE
           MOVE DTR-CODE       TO OUT-TRAN-CODE
           MOVE DTR-EMP-ID     TO OUT-EMP-ID
           MOVE DTR-CASE-NO    TO OUT-CASE-NO
           MOVE DTR-OPERATOR   TO OUT-OPERATOR
           IF DTR-DECIDE
               MOVE DTR-OUTCOME  TO OUT-CODE
           ELSE
               MOVE DTR-CATEGORY TO OUT-CODE
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
           MOVE DTR-OPERATOR   TO OPA-OPERATOR
           MOVE 'DC'           TO OPA-ACTION
           MOVE 'EMPDISC'      TO OPA-PROGRAM
           MOVE DTR-EMP-ID     TO OPA-EMP-ID
           MOVE DTR-CODE       TO OPA-TRAN-CODE
           MOVE ZERO           TO OPA-AMOUNT
           MOVE WS-TODAY       TO OPA-EFF-DATE
           MOVE OUT-RESULT     TO OPA-DETAIL
           CALL 'OPRACTW' USING OPR-ACTION-RECORD.
      *****************************************************
      *  A WARNING STOPS COUNTING ON ITS EXPIRY DATE - THE  *
      *  SWEEP ONLY BRINGS THE REGISTER'S STATUS INTO LINE, *
      *  SO A MISSED NIGHT CHANGES NOTHING FOR DISCLKUP.    *
      *****************************************************
       3000-EXPIRE-WARNINGS-PARA.
           IF CASE-FILE-OPEN
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM EXPIRY-HEADING
               MOVE LOW-VALUES TO DCR-KEY
               START DISC-CASE-FILE KEY NOT < DCR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CASE-EOF-FLAG
               END-START
               PERFORM 3100-READ-NEXT-CASE-PARA UNTIL END-OF-CASES
           END-IF.
       3100-READ-NEXT-CASE-PARA.
           READ DISC-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CASE-EOF-FLAG
               NOT AT END
                   IF DCR-LIVE AND DCR-EXPIRY-DATE NOT > WS-TODAY
                       PERFORM 3200-EXPIRE-ONE-PARA
                   END-IF
           END-READ.
       3200-EXPIRE-ONE-PARA.
           MOVE 'E'             TO DCR-STATUS
           MOVE DCR-EXPIRY-DATE TO DCR-CLOSED-DATE
           REWRITE DISC-CASE-RECORD
               INVALID KEY
                   DISPLAY 'EMPDISC - EXPIRY REWRITE FAILED FOR '
                       DCR-EMP-ID ' ' DCR-CASE-NO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-EXPIRED
                   MOVE DCR-EMP-ID      TO OUT-EXP-EMP-ID
                   MOVE DCR-CASE-NO     TO OUT-EXP-CASE-NO
                   MOVE DCR-OUTCOME     TO OUT-EXP-OUTCOME
                   MOVE DCR-WARN-LEVEL  TO OUT-EXP-LEVEL
                   MOVE DCR-EXPIRY-DATE TO OUT-EXP-DATE
                   WRITE REPORT-RECORD FROM EXPIRY-LINE
           END-REWRITE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ      TO OUT-TOT-READ
           MOVE WS-TOT-APPLIED   TO OUT-TOT-APPLIED
           MOVE WS-TOT-REJECTED  TO OUT-TOT-REJECTED
           MOVE WS-TOT-OPENED    TO OUT-TOT-OPENED
           MOVE WS-TOT-DECIDED   TO OUT-TOT-DECIDED
           MOVE WS-TOT-WITHDRAWN TO OUT-TOT-WITHDRAWN
           MOVE WS-TOT-EXPIRED   TO OUT-TOT-EXPIRED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           DISPLAY '** DISCIPLINARY CASE MAINTENANCE SUMMARY **'
           DISPLAY 'TRANSACTIONS READ   : ', WS-TOT-READ
           DISPLAY 'CASES OPENED        : ', WS-TOT-OPENED
           DISPLAY 'CASES DECIDED       : ', WS-TOT-DECIDED
           DISPLAY 'CASES WITHDRAWN     : ', WS-TOT-WITHDRAWN
           DISPLAY 'WARNINGS EXPIRED    : ', WS-TOT-EXPIRED
           DISPLAY 'REJECTED            : ', WS-TOT-REJECTED
           IF WS-TOT-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TRAN-FILE-OPEN
               CLOSE TRAN-FILE
           END-IF
           IF CASE-FILE-OPEN
               CLOSE DISC-CASE-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER
                 REPORT-FILE.
