       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHMNT.
      *****************************************************
      *  APPLIES PAYMENT HOLD TRANSACTIONS (HOLDTRAN.DAT)   *
      *  AGAINST THE INDEXED PAYMENT HOLD FILE              *
      *  (PAYHOLD.DAT), KEYED ON EMP-ID, AND PRINTS AN      *
      *  APPLIED/REJECTED REPORT ON PAYHMRPT.DAT - THE SAME *
      *  PATTERN BNKMAINT USES FOR THE BANK MASTER.  AN 'H' *
      *  PLACES A HOLD: THE EMP-ID MUST BE ON EMPMAST.DAT,  *
      *  THE REASON MUST BE GIVEN AND THE EMPLOYEE MUST NOT *
      *  ALREADY BE HELD; A HOLD ALREADY RELEASED BUT NOT   *
      *  YET PAID IS SIMPLY HELD AGAIN WITH WHAT IT HAS     *
      *  ACCUMULATED.  AN 'R' RELEASES A HOLD: EMPBANK PAYS *
      *  THE ACCUMULATED AMOUNT ON THE NEXT BANK FILE,      *
      *  NIGHTLY OR THROUGH THE OFF-CYCLE JOB, AND A HOLD   *
      *  THAT NEVER HELD ANYTHING IS SIMPLY REMOVED.  A     *
      *  RELEASE KEYED BY THE OPERATOR WHO PLACED THE HOLD  *
      *  IS REJECTED - STOPPING AND RESTARTING SOMEONE'S    *
      *  PAY TAKES TWO PEOPLE.  EACH TRANSACTION CARRIES    *
      *  THE OPERATOR WHO KEYED IT (HTR-OPERATOR) AND IS    *
      *  JOURNALLED ('PH', WITH ITS RESULT) ON OPRACT.DAT   *
      *  THROUGH OPRACTW.  NO HOLDTRAN.DAT MEANS NOTHING TO *
      *  APPLY.                                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'HOLDTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT HOLD-FILE ASSIGN TO 'PAYHOLD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PHD-EMP-ID
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'PAYHMRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  HOLD-TRAN-RECORD.
           03  HTR-CODE            PIC X(01).
               88  HTR-PLACE                   VALUE 'H'.
               88  HTR-RELEASE                 VALUE 'R'.
           03  HTR-EMP-ID          PIC X(05).
           03  HTR-REASON          PIC X(20).
           03  HTR-OPERATOR        PIC X(08).
       FD  HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PAYHOLD.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-TODAY                PIC 9(08) VALUE ZERO.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-TRAN-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  TRAN-FILE-OPEN                  VALUE 'Y'.
       01  WS-HOLD-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  HOLD-FILE-OPEN                  VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  TRAN-APPLIED                    VALUE 'A'.
           88  TRAN-REJECTED                   VALUE 'R'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-EMP-FLAG             PIC X(01) VALUE 'N'.
           88  EMP-ON-MASTER                   VALUE 'Y'.
       01  WS-HOLD-FLAG            PIC X(01) VALUE 'N'.
           88  HOLD-ON-FILE                    VALUE 'Y'.
       COPY OPRACT.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-PLACED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-RELEASED     PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(32) VALUE
               'PAYMENT HOLD MAINTENANCE REPORT'.
           03  FILLER              PIC X(48) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'TR'.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(22) VALUE 'HOLD REASON'.
           03  FILLER              PIC X(10) VALUE 'RESULT'.
           03  FILLER              PIC X(30) VALUE 'REASON'.
       01  DETAIL-LINE.
           03  OUT-TRAN-CODE       PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(05) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-HOLD-REASON     PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REASON          PIC X(30) VALUE SPACES.
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
           03  FILLER              PIC X(15) VALUE
               'HOLDS PLACED: '.
           03  OUT-TOT-PLACED      PIC ZZZZ9.
           03  FILLER              PIC X(19) VALUE
               '   HOLDS RELEASED: '.
           03  OUT-TOT-RELEASED    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
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
               DISPLAY 'HOLDTRAN.DAT NOT PRESENT - NO HOLD '
                   'TRANSACTIONS THIS RUN'
               MOVE 'Y' TO WS-FILE-FLAG
           END-IF
           OPEN I-O   HOLD-FILE
           IF WS-FILE-STAT2 = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-HOLD-OPEN-FLAG
           ELSE
               DISPLAY 'PAYHOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2 ' - NO HOLDS APPLIED'
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
           PERFORM 2050-READ-HOLD-PARA
           EVALUATE TRUE
               WHEN HTR-PLACE
                   PERFORM 2100-PLACE-PARA
               WHEN HTR-RELEASE
                   PERFORM 2200-RELEASE-PARA
               WHEN OTHER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
           END-EVALUATE
           PERFORM 2900-WRITE-DETAIL
           PERFORM 1500-READ-TRAN.
       2050-READ-HOLD-PARA.
           MOVE HTR-EMP-ID TO PHD-EMP-ID
           READ HOLD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FLAG
           END-READ.
       2060-CHECK-EMPLOYEE-PARA.
           MOVE 'N'        TO WS-EMP-FLAG
           MOVE HTR-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FLAG
           END-READ.
      *****************************************************
      *  A RELEASED HOLD THAT EMPBANK HAS NOT YET PAID IS   *
      *  STILL ON FILE; HOLDING IT AGAIN KEEPS WHAT IT HAS  *
      *  ACCUMULATED AND THE ORIGINAL PLACEMENT DATE, SO    *
      *  THE AGING STAYS TRUE, AND TAKES THE NEW REASON.    *
      *  THE OPERATOR WHO HOLDS IT AGAIN BECOMES ITS        *
      *  PLACER, SO THEY CANNOT ALSO RELEASE IT.            *
      *****************************************************
       2100-PLACE-PARA.
           PERFORM 2060-CHECK-EMPLOYEE-PARA
           EVALUATE TRUE
               WHEN NOT EMP-ON-MASTER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON EMPMAST' TO WS-REASON
               WHEN HTR-REASON = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'HOLD REASON MISSING' TO WS-REASON
               WHEN HOLD-ON-FILE AND PHD-HELD
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ALREADY ON HOLD' TO WS-REASON
               WHEN HOLD-ON-FILE
                   MOVE 'H'          TO PHD-STATUS
                   MOVE HTR-REASON   TO PHD-REASON
                   MOVE HTR-OPERATOR TO PHD-PLACED-BY
                   MOVE SPACES       TO PHD-RELEASED-BY
                   MOVE ZERO         TO PHD-RELEASED-DATE
                   REWRITE PAY-HOLD-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'REWRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                           MOVE 'RELEASE CANCELLED - HELD AGAIN'
                               TO WS-REASON
                   END-REWRITE
               WHEN OTHER
                   MOVE SPACES       TO PAY-HOLD-RECORD
                   MOVE HTR-EMP-ID   TO PHD-EMP-ID
                   MOVE 'H'          TO PHD-STATUS
                   MOVE HTR-REASON   TO PHD-REASON
                   MOVE HTR-OPERATOR TO PHD-PLACED-BY
                   MOVE WS-TODAY     TO PHD-PLACED-DATE
                   MOVE ZERO         TO PHD-RELEASED-DATE
                                        PHD-HELD-COUNT PHD-HELD-AMT
                                        PHD-FIRST-HELD PHD-LAST-HELD
                   WRITE PAY-HOLD-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'WRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                           MOVE 'NET PAY NOW HELD' TO WS-REASON
                   END-WRITE
           END-EVALUATE
           IF TRAN-APPLIED
               ADD 1 TO WS-TOT-PLACED
           END-IF.
       2200-RELEASE-PARA.
           EVALUATE TRUE
               WHEN NOT HOLD-ON-FILE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON HOLD' TO WS-REASON
               WHEN PHD-RELEASED
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ALREADY RELEASED' TO WS-REASON
               WHEN HTR-OPERATOR = PHD-PLACED-BY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'RELEASER PLACED THE HOLD' TO WS-REASON
               WHEN PHD-HELD-AMT = ZERO
                   DELETE HOLD-FILE
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'DELETE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                           MOVE 'LIFTED - NOTHING WAS HELD'
                               TO WS-REASON
                   END-DELETE
               WHEN OTHER
                   MOVE 'R'          TO PHD-STATUS
                   MOVE HTR-OPERATOR TO PHD-RELEASED-BY
                   MOVE WS-TODAY     TO PHD-RELEASED-DATE
                   REWRITE PAY-HOLD-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'REWRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                           MOVE 'PAYS ON NEXT BANK FILE'
                               TO WS-REASON
                   END-REWRITE
           END-EVALUATE
           IF TRAN-APPLIED
               ADD 1 TO WS-TOT-RELEASED
           END-IF.
       2900-WRITE-DETAIL.
           MOVE SPACES         TO DETAIL-LINE
           MOVE HTR-CODE       TO OUT-TRAN-CODE
           MOVE HTR-EMP-ID     TO OUT-EMP-ID
           MOVE HTR-REASON     TO OUT-HOLD-REASON
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
           MOVE HTR-OPERATOR   TO OPA-OPERATOR
           MOVE 'PH'           TO OPA-ACTION
           MOVE 'PAYHMNT'      TO OPA-PROGRAM
           MOVE HTR-EMP-ID     TO OPA-EMP-ID
           MOVE HTR-CODE       TO OPA-TRAN-CODE
           MOVE ZERO           TO OPA-AMOUNT
           MOVE WS-TODAY       TO OPA-EFF-DATE
           MOVE OUT-RESULT     TO OPA-DETAIL
           CALL 'OPRACTW' USING OPR-ACTION-RECORD.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ     TO OUT-TOT-READ
           MOVE WS-TOT-APPLIED  TO OUT-TOT-APPLIED
           MOVE WS-TOT-REJECTED TO OUT-TOT-REJECTED
           MOVE WS-TOT-PLACED   TO OUT-TOT-PLACED
           MOVE WS-TOT-RELEASED TO OUT-TOT-RELEASED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           DISPLAY '** PAYMENT HOLD MAINTENANCE SUMMARY **'
           DISPLAY 'TRANSACTIONS READ   : ', WS-TOT-READ
           DISPLAY 'HOLDS PLACED        : ', WS-TOT-PLACED
           DISPLAY 'HOLDS RELEASED      : ', WS-TOT-RELEASED
           DISPLAY 'REJECTED            : ', WS-TOT-REJECTED
           IF WS-TOT-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TRAN-FILE-OPEN
               CLOSE TRAN-FILE
           END-IF
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER
                 REPORT-FILE.
