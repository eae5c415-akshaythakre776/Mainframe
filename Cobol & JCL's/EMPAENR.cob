       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAENR.
      *****************************************************
      *  PENSION AUTO-ENROLMENT ASSESSMENT, RUN EACH NIGHT  *
      *  AFTER THE PAY-HISTORY ROLL-IN.  FIRST THE LAST     *
      *  FINAL PAY RUN'S EMPLOYEE CONTRIBUTIONS             *
      *  (PENCONTR.DAT) ARE ADDED TO THE WINDOW TOTAL OF    *
      *  EVERY NEW MEMBER STILL INSIDE THE OPT-OUT WINDOW.  *
      *  THEN THE OPT-OUT NOTICES ON PENOPTO.DAT ARE        *
      *  APPLIED: THE MEMBER GOES TO STATUS 'O' SO EMPPAY   *
      *  STOPS DEDUCTING, AND INSIDE THE WINDOW THE         *
      *  CONTRIBUTIONS ALREADY TAKEN ARE REFUNDED AS A      *
      *  SIGNED 'PR' PAY ADJUSTMENT (PENRFADJ.DAT, MERGED   *
      *  AT EMPCYCLE STEP115).  LAST, EVERY ACTIVE EMPLOYEE *
      *  IS ASSESSED AGAINST THE STATUTORY AGE BAND (AGE    *
      *  FROM EMP-DOB AT THE PERIOD END) AND THE EARNINGS   *
      *  TRIGGER (THE PERIOD'S GROSS ON PAYHIST.DAT); AN    *
      *  ELIGIBLE JOBHOLDER WHO IS NOT A MEMBER IS ENROLLED *
      *  ON PENMAST.DAT AT THE DEFAULT SCHEME RATES, WITH   *
      *  THE HISTORY ON PENAENR.DAT WHERE EMPEVENT PICKS UP *
      *  THE ENROLMENT NOTICE.  EVERY THIRD YEAR FROM THE   *
      *  STAGING DATE, IN ITS MONTH, THE RE-ENROLMENT SWEEP *
      *  PUTS BACK ANY ELIGIBLE JOBHOLDER WHO OPTED OUT     *
      *  MORE THAN TWELVE MONTHS BEFORE.  AGE BAND,         *
      *  TRIGGER, SCHEME, RATES, WINDOW DAYS AND STAGING    *
      *  DATE COME FROM AEPARM.DAT.  THE PERIOD IS THE      *
      *  PAY-CALENDAR PERIOD COVERING THE RUN DATE,         *
      *  OVERRIDE WITH AENRPER=YYYYMM.  ACTIONS ARE LISTED  *
      *  ON AENRRPT.DAT; A JOBHOLDER WHO COULD NOT BE       *
      *  ASSESSED OR ENROLLED GOES TO THE EXCEPTION         *
      *  REGISTER (RC=4).  NO PAYHIST.DAT MEANS NOBODY WAS  *
      *  ASSESSED (RC=8).                                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT PENSION-MASTER ASSIGN TO 'PENMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PEN-EMP-ID
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT AUTO-ENROL-FILE ASSIGN TO 'PENAENR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PAE-EMP-ID
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PH-KEY
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT PEN-CONTRIB-FILE ASSIGN TO 'PENCONTR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT OPT-OUT-FILE ASSIGN TO 'PENOPTO.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT AE-PARM-FILE ASSIGN TO 'AEPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT ADJUST-FILE ASSIGN TO 'PENRFADJ.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT REPORT-FILE ASSIGN TO 'AENRRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PENSION-MASTER
           RECORD CONTAINS 42 CHARACTERS.
       COPY PENMAST.
       FD  AUTO-ENROL-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PENAENR.
       FD  PAYHIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
       FD  PEN-CONTRIB-FILE
           RECORD CONTAINS 49 CHARACTERS.
       COPY PENCONTR.
       FD  OPT-OUT-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  OPT-OUT-RECORD.
           03  POO-EMP-ID          PIC X(05).
           03  POO-RECEIVED-DATE   PIC 9(08).
       FD  AE-PARM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  AE-PARM-RECORD.
           03  AEP-MIN-AGE         PIC 9(02).
           03  AEP-MAX-AGE         PIC 9(02).
           03  AEP-TRIGGER         PIC 9(7)V99.
           03  AEP-SCHEME          PIC X(08).
           03  AEP-EE-PCT          PIC 9(2)V99.
           03  AEP-ER-PCT          PIC 9(2)V99.
           03  AEP-WINDOW-DAYS     PIC 9(03).
           03  AEP-REENROL-BASE    PIC 9(08).
       FD  ADJUST-FILE
           RECORD CONTAINS 22 CHARACTERS.
       COPY ADJREC.
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
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-INPUT                  VALUE 'Y'.
       01  WS-PH-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY                VALUE 'Y'.
       01  WS-PENMAST-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88  PENMAST-OPEN                  VALUE 'Y'.
       01  WS-AENR-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  AENR-OPEN                     VALUE 'Y'.
       01  WS-PAYHIST-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88  PAYHIST-OPEN                  VALUE 'Y'.
       01  WS-ADJ-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  ADJ-FILE-OPEN                 VALUE 'Y'.
       01  WS-SWEEP-FLAG           PIC X(01) VALUE 'N'.
           88  REENROL-SWEEP-DUE             VALUE 'Y'.
       01  WS-MEMBER-FLAG          PIC X(01) VALUE 'N'.
           88  PEN-MEMBER-FOUND              VALUE 'Y'.
       01  WS-AENR-FLAG            PIC X(01) VALUE 'N'.
           88  AENR-REC-FOUND                VALUE 'Y'.
       01  WS-WINDOW-FLAG          PIC X(01) VALUE 'N'.
           88  WINDOW-OPEN                   VALUE 'Y'.
       01  WS-REENROL-FLAG         PIC X(01) VALUE 'N'.
           88  REENROL-DUE                   VALUE 'Y'.
       01  WS-NEW-TYPE             PIC X(01) VALUE SPACE.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PER-YR           PIC 9(04).
           03  WS-PER-MM           PIC 9(02).
       01  WS-PH-MONTH             PIC 9(06) VALUE ZERO.
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       01  WS-ASSESS-DATE.
           03  WS-ASSESS-YR        PIC 9(04).
           03  WS-ASSESS-MM        PIC 9(02).
           03  WS-ASSESS-DD        PIC 9(02).
       01  WS-ASSESS-DATE-N REDEFINES WS-ASSESS-DATE
                                   PIC 9(08).
       01  WS-WIN-DATE.
           03  WS-WIN-YR           PIC 9(04).
           03  WS-WIN-MM           PIC 9(02).
           03  WS-WIN-DD           PIC 9(02).
       01  WS-WIN-DATE-N REDEFINES WS-WIN-DATE
                                   PIC 9(08).
       01  WS-CHK-DATE.
           03  WS-CHK-YR           PIC 9(04).
           03  WS-CHK-MM           PIC 9(02).
           03  WS-CHK-DD           PIC 9(02).
       01  WS-CHK-DATE-N REDEFINES WS-CHK-DATE
                                   PIC 9(08).
       01  WS-LIMIT-DATE           PIC 9(08) VALUE ZERO.
       01  WS-BASE-DATE.
           03  WS-BASE-YR          PIC 9(04).
           03  WS-BASE-MM          PIC 9(02).
           03  WS-BASE-DD          PIC 9(02).
       01  WS-BASE-DATE-N REDEFINES WS-BASE-DATE
                                   PIC 9(08).
       01  WS-SWEEP-YEARS          PIC 9(04) VALUE ZERO.
       01  WS-SWEEP-QUOT           PIC 9(04) VALUE ZERO.
       01  WS-SWEEP-REM            PIC 9(04) VALUE ZERO.
       01  WS-AGE                  PIC 9(03) VALUE ZERO.
       01  WS-PER-GROSS            PIC S9(9)V99 VALUE ZERO.
       01  WS-MIN-AGE              PIC 9(02) VALUE 22.
       01  WS-MAX-AGE              PIC 9(02) VALUE 66.
       01  WS-TRIGGER              PIC 9(7)V99 VALUE 833.00.
       01  WS-DFLT-SCHEME          PIC X(08) VALUE 'AUTOENRL'.
       01  WS-DFLT-EE-PCT          PIC 9(2)V99 VALUE 5.00.
       01  WS-DFLT-ER-PCT          PIC 9(2)V99 VALUE 3.00.
       01  WS-WINDOW-DAYS          PIC 9(03) VALUE 30.
       01  WS-EDIT-AGE             PIC ZZ9.
       01  WS-EDIT-AMT             PIC ZZZ,ZZ9.99.
       01  WS-ACT-EMP-ID           PIC X(05) VALUE SPACES.
       01  WS-ACT-TYPE             PIC X(12) VALUE SPACES.
       01  WS-ACT-TEXT             PIC X(40) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-ASSESSED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ELIGIBLE     PIC 9(05) VALUE ZERO.
           03  WS-TOT-MEMBERS      PIC 9(05) VALUE ZERO.
           03  WS-TOT-ENROLLED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-REENROLLED   PIC 9(05) VALUE ZERO.
           03  WS-TOT-STAYED-OUT   PIC 9(05) VALUE ZERO.
           03  WS-TOT-WINDOW       PIC 9(05) VALUE ZERO.
           03  WS-TOT-OPT-OUTS     PIC 9(05) VALUE ZERO.
           03  WS-TOT-REFUNDS      PIC 9(05) VALUE ZERO.
           03  WS-TOT-EXCEPTIONS   PIC 9(05) VALUE ZERO.
       01  WS-TOT-REFUND-AMT       PIC 9(9)V99 VALUE ZERO.
       COPY PCALREQ.
       COPY EXCPREG.
       COPY DATEREQ.
       01  HEADING-LINE1.
           03  FILLER              PIC X(41) VALUE
               'PENSION AUTO-ENROLMENT ASSESSMENT PERIOD '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-HDR-SWEEP       PIC X(18) VALUE SPACES.
           03  FILLER              PIC X(13) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(14) VALUE 'ACTION'.
           03  FILLER              PIC X(59) VALUE 'DETAIL'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TYPE            PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TEXT            PIC X(40) VALUE SPACES.
           03  FILLER              PIC X(19) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(10) VALUE 'ASSESSED: '.
           03  OUT-TOT-ASSESSED    PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  ELIGIBLE: '.
           03  OUT-TOT-ELIGIBLE    PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  ENROLLED: '.
           03  OUT-TOT-ENROLLED    PIC ZZZZ9.
           03  FILLER              PIC X(15) VALUE
               '  RE-ENROLLED: '.
           03  OUT-TOT-REENROLLED  PIC ZZZZ9.
           03  FILLER              PIC X(11) VALUE SPACES.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(10) VALUE 'OPT-OUTS: '.
           03  OUT-TOT-OPT-OUTS    PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  REFUNDED: '.
           03  OUT-TOT-REFUND-AMT  PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(14) VALUE
               '  EXCEPTIONS: '.
           03  OUT-TOT-EXCEPTIONS  PIC ZZZZ9.
           03  FILLER              PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-ACCUMULATE-WINDOW-PARA
           PERFORM 3000-PROCESS-OPT-OUTS-PARA
           PERFORM 4000-ASSESS-EMPLOYEES-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
      *****************************************************
      *  THE PERIOD IS THE PAY-CALENDAR PERIOD COVERING THE *
      *  RUN DATE AND AGES ARE TAKEN AT ITS END DATE;       *
      *  AENRPER=YYYYMM ASSESSES ANOTHER PERIOD AS AT THE   *
      *  END OF THAT MONTH.                                 *
      *****************************************************
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO PCQ-DATE
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD TO WS-PERIOD
           MOVE PCQ-END    TO WS-ASSESS-DATE-N
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'AENRPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
               MOVE 'LD' TO DTQ-FUNCTION
               COMPUTE DTQ-DATE-1 = (WS-PERIOD * 100) + 1
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-ASSESS-DATE-N
           END-IF
           MOVE ZERO TO WS-BASE-DATE-N
           PERFORM 1100-READ-PARM-PARA
           PERFORM 1200-CHECK-SWEEP-PARA
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
           IF REENROL-SWEEP-DUE
               MOVE 'RE-ENROLMENT SWEEP' TO OUT-HDR-SWEEP
           END-IF
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN I-O PENSION-MASTER
           IF WS-FILE-STAT2 = '35'
               OPEN OUTPUT PENSION-MASTER
               CLOSE PENSION-MASTER
               OPEN I-O PENSION-MASTER
           END-IF
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-PENMAST-OPEN-FLAG
           ELSE
               DISPLAY 'PENMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN I-O AUTO-ENROL-FILE
           IF WS-FILE-STAT3 = '35'
               OPEN OUTPUT AUTO-ENROL-FILE
               CLOSE AUTO-ENROL-FILE
               OPEN I-O AUTO-ENROL-FILE
           END-IF
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-AENR-OPEN-FLAG
           ELSE
               DISPLAY 'PENAENR.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT3
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT PAYHIST-FILE
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-PAYHIST-OPEN-FLAG
           ELSE
               DISPLAY 'PAYHIST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT4 ' - NOBODY ASSESSED THIS RUN'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       1100-READ-PARM-PARA.
           OPEN INPUT AE-PARM-FILE
           IF WS-FILE-STAT7 = '00'
               READ AE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-APPLY-PARM-PARA
               END-READ
               CLOSE AE-PARM-FILE
           ELSE
               DISPLAY 'AEPARM.DAT NOT PRESENT - DEFAULT AGE BAND, '
                   'TRIGGER AND RATES, NO RE-ENROLMENT SWEEP'
           END-IF
           DISPLAY 'AUTO-ENROLMENT - AGE ' WS-MIN-AGE ' TO '
               WS-MAX-AGE ' TRIGGER ' WS-TRIGGER ' WINDOW '
               WS-WINDOW-DAYS ' DAYS'.
       1150-APPLY-PARM-PARA.
           IF AEP-MIN-AGE NUMERIC AND AEP-MAX-AGE NUMERIC
               AND AEP-MAX-AGE > AEP-MIN-AGE
               MOVE AEP-MIN-AGE TO WS-MIN-AGE
               MOVE AEP-MAX-AGE TO WS-MAX-AGE
           END-IF
           IF AEP-TRIGGER NUMERIC
               MOVE AEP-TRIGGER TO WS-TRIGGER
           END-IF
           IF AEP-SCHEME NOT = SPACES
               MOVE AEP-SCHEME TO WS-DFLT-SCHEME
           END-IF
           IF AEP-EE-PCT NUMERIC AND AEP-ER-PCT NUMERIC
               MOVE AEP-EE-PCT TO WS-DFLT-EE-PCT
               MOVE AEP-ER-PCT TO WS-DFLT-ER-PCT
           END-IF
           IF AEP-WINDOW-DAYS NUMERIC AND AEP-WINDOW-DAYS > ZERO
               MOVE AEP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF AEP-REENROL-BASE NUMERIC
               MOVE AEP-REENROL-BASE TO WS-BASE-DATE-N
           END-IF.
      *****************************************************
      *  THE RE-ENROLMENT SWEEP FALLS IN THE MONTH OF THE   *
      *  BASE (STAGING) DATE ON AEPARM.DAT, EVERY THIRD     *
      *  YEAR AFTER IT.                                     *
      *****************************************************
       1200-CHECK-SWEEP-PARA.
           IF WS-BASE-DATE-N > ZERO
               AND WS-PER-MM = WS-BASE-MM
               AND WS-PER-YR > WS-BASE-YR
               COMPUTE WS-SWEEP-YEARS = WS-PER-YR - WS-BASE-YR
               DIVIDE WS-SWEEP-YEARS BY 3 GIVING WS-SWEEP-QUOT
                   REMAINDER WS-SWEEP-REM
               IF WS-SWEEP-REM = ZERO
                   MOVE 'Y' TO WS-SWEEP-FLAG
                   DISPLAY 'RE-ENROLMENT SWEEP DUE THIS PERIOD'
               END-IF
           END-IF.
      *****************************************************
      *  THE LAST FINAL PAY RUN'S CONTRIBUTIONS ON          *
      *  PENCONTR.DAT ARE ADDED TO THE WINDOW TOTAL OF      *
      *  EVERY AUTO- OR RE-ENROLLED MEMBER WHOSE OPT-OUT    *
      *  WINDOW IS STILL OPEN - ONCE PER PERIOD, SO A RERUN *
      *  OF THE SAME PERIOD IS NOT COUNTED AGAIN.  DONE     *
      *  BEFORE THE OPT-OUTS SO A REFUND INCLUDES TONIGHT'S *
      *  DEDUCTION.                                         *
      *****************************************************
       2000-ACCUMULATE-WINDOW-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           IF PENMAST-OPEN AND AENR-OPEN
               OPEN INPUT PEN-CONTRIB-FILE
               IF WS-FILE-STAT5 NOT = '00'
                   DISPLAY 'PENCONTR.DAT NOT AVAILABLE - NO WINDOW '
                       'CONTRIBUTIONS ADDED'
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 2050-READ-CONTRIB-PARA UNTIL END-OF-INPUT
           IF WS-FILE-STAT5 = '00' OR WS-FILE-STAT5 = '10'
               CLOSE PEN-CONTRIB-FILE
           END-IF.
       2050-READ-CONTRIB-PARA.
           READ PEN-CONTRIB-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PCN-EE-AMT > ZERO
                       PERFORM 2100-ADD-TO-WINDOW-PARA
                   END-IF
           END-READ.
       2100-ADD-TO-WINDOW-PARA.
           MOVE PCN-EMP-ID TO PAE-EMP-ID
           PERFORM 5000-READ-AENR-PARA
           IF AENR-REC-FOUND AND PAE-OPT-OUT-DATE = ZERO
               AND PCN-PERIOD > PAE-WINDOW-PERIOD
               MOVE WS-TODAY TO WS-CHK-DATE
               PERFORM 5100-CHECK-WINDOW-PARA
               IF WINDOW-OPEN
                   ADD PCN-EE-AMT  TO PAE-WINDOW-EE
                   MOVE PCN-PERIOD TO PAE-WINDOW-PERIOD
                   REWRITE PEN-AUTO-ENROL-RECORD
                       INVALID KEY
                           DISPLAY 'PENAENR.DAT REWRITE FAILED FOR '
                               PAE-EMP-ID
                   END-REWRITE
                   ADD 1 TO WS-TOT-WINDOW
               END-IF
           END-IF.
      *****************************************************
      *  OPT-OUT NOTICES (PENOPTO.DAT - EMP-ID AND DATE     *
      *  RECEIVED).  THE MEMBERSHIP STOPS EITHER WAY;       *
      *  INSIDE THE WINDOW EVERY CONTRIBUTION ALREADY TAKEN *
      *  GOES BACK AS A 'PR' PAY ADJUSTMENT (PENRFADJ.DAT)  *
      *  FOR THE NEXT PAY RUN, AFTER IT THE MEMBER HAS      *
      *  SIMPLY CEASED AND KEEPS WHAT WAS PAID IN.          *
      *****************************************************
       3000-PROCESS-OPT-OUTS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           IF PENMAST-OPEN AND AENR-OPEN
               OPEN INPUT OPT-OUT-FILE
               IF WS-FILE-STAT6 NOT = '00'
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 3050-READ-OPT-OUT-PARA UNTIL END-OF-INPUT
           IF WS-FILE-STAT6 = '00' OR WS-FILE-STAT6 = '10'
               CLOSE OPT-OUT-FILE
           END-IF.
       3050-READ-OPT-OUT-PARA.
           READ OPT-OUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF POO-EMP-ID NOT = SPACES
                       PERFORM 3100-APPLY-OPT-OUT-PARA
                   END-IF
           END-READ.
       3100-APPLY-OPT-OUT-PARA.
           MOVE POO-EMP-ID TO WS-ACT-EMP-ID
           MOVE 'OPT-OUT     ' TO WS-ACT-TYPE
           IF POO-RECEIVED-DATE NOT NUMERIC
               OR POO-RECEIVED-DATE = ZERO
               MOVE WS-TODAY TO POO-RECEIVED-DATE
           END-IF
           MOVE POO-EMP-ID TO PEN-EMP-ID
           PERFORM 5050-READ-MEMBER-PARA
           IF NOT PEN-MEMBER-FOUND
               MOVE 'REJECTED - NOT A SCHEME MEMBER' TO WS-ACT-TEXT
               PERFORM 8000-REPORT-LINE-PARA
               PERFORM 8100-RAISE-EXCEPTION-PARA
           ELSE
               IF PEN-OPTED-OUT
                   MOVE 'IGNORED - ALREADY OPTED OUT' TO WS-ACT-TEXT
                   PERFORM 8000-REPORT-LINE-PARA
               ELSE
                   PERFORM 3200-OPT-OUT-MEMBER-PARA
               END-IF
           END-IF.
       3200-OPT-OUT-MEMBER-PARA.
           ADD 1 TO WS-TOT-OPT-OUTS
           MOVE 'O' TO PEN-STATUS
           REWRITE PENSION-RECORD
               INVALID KEY
                   DISPLAY 'PENMAST.DAT REWRITE FAILED FOR '
                       PEN-EMP-ID
           END-REWRITE
           MOVE POO-EMP-ID TO PAE-EMP-ID
           PERFORM 5000-READ-AENR-PARA
           IF AENR-REC-FOUND
               MOVE POO-RECEIVED-DATE TO WS-CHK-DATE-N
               PERFORM 5100-CHECK-WINDOW-PARA
           ELSE
               MOVE 'N' TO WS-WINDOW-FLAG
               MOVE SPACES          TO PEN-AUTO-ENROL-RECORD
               MOVE POO-EMP-ID      TO PAE-EMP-ID
               MOVE PEN-ENROLL-DATE TO PAE-ENROL-DATE
               MOVE 'Y'             TO PAE-NOTICE-FLAG
               MOVE ZERO            TO PAE-NOTICE-DATE PAE-WINDOW-EE
                                       PAE-WINDOW-PERIOD
                                       PAE-REFUND-AMT
           END-IF
           MOVE POO-RECEIVED-DATE TO PAE-OPT-OUT-DATE
           MOVE SPACES TO WS-ACT-TEXT
           IF WINDOW-OPEN AND PAE-WINDOW-EE > ZERO
               MOVE PAE-WINDOW-EE TO PAE-REFUND-AMT
               PERFORM 3300-WRITE-REFUND-PARA
               MOVE PAE-WINDOW-EE TO WS-EDIT-AMT
               STRING 'IN WINDOW - REFUND ' WS-EDIT-AMT
                      DELIMITED BY SIZE INTO WS-ACT-TEXT
               END-STRING
           ELSE
               IF WINDOW-OPEN
                   MOVE 'IN WINDOW - NOTHING TAKEN YET'
                       TO WS-ACT-TEXT
               ELSE
                   MOVE 'OUTSIDE WINDOW - CEASED, NO REFUND'
                       TO WS-ACT-TEXT
               END-IF
           END-IF
           PERFORM 8000-REPORT-LINE-PARA
           IF AENR-REC-FOUND
               REWRITE PEN-AUTO-ENROL-RECORD
                   INVALID KEY
                       DISPLAY 'PENAENR.DAT REWRITE FAILED FOR '
                           PAE-EMP-ID
               END-REWRITE
           ELSE
               WRITE PEN-AUTO-ENROL-RECORD
                   INVALID KEY
                       DISPLAY 'PENAENR.DAT WRITE FAILED FOR '
                           PAE-EMP-ID
               END-WRITE
           END-IF.
      *****************************************************
      *  REFUNDS ARE ADDED TO PENRFADJ.DAT UNTIL THE NEXT   *
      *  EMPCYCLE STEP115 MERGE PICKS THEM UP AND EMPTIES   *
      *  IT, SO A NIGHT WITH NO PAY RUN LOSES NOTHING.      *
      *****************************************************
       3300-WRITE-REFUND-PARA.
           IF NOT ADJ-FILE-OPEN
               OPEN INPUT ADJUST-FILE
               IF WS-FILE-STAT8 = '00'
                   CLOSE ADJUST-FILE
                   OPEN EXTEND ADJUST-FILE
               ELSE
                   OPEN OUTPUT ADJUST-FILE
               END-IF
               MOVE 'Y' TO WS-ADJ-OPEN-FLAG
           END-IF
           MOVE PAE-EMP-ID    TO ADJ-EMP-ID
           MOVE 'PR'          TO ADJ-TYPE
           MOVE WS-PERIOD     TO ADJ-PERIOD
           MOVE PAE-WINDOW-EE TO ADJ-AMOUNT
           WRITE ADJUSTMENT-RECORD
           ADD 1 TO WS-TOT-REFUNDS
           ADD PAE-WINDOW-EE TO WS-TOT-REFUND-AMT.
      *****************************************************
      *  EVERY ACTIVE EMPLOYEE AGAINST THE AGE BAND (AGE AT *
      *  THE ASSESSMENT DATE FROM EMP-DOB) AND THE EARNINGS *
      *  TRIGGER (THE PERIOD'S GROSS, SUMMED OVER ITS       *
      *  PAYHIST.DAT ENTRIES).  AN ELIGIBLE JOBHOLDER WITH  *
      *  NO PENMAST.DAT RECORD IS ENROLLED; ONE WHO OPTED   *
      *  OUT IS PICKED UP AGAIN ONLY BY THE SWEEP.  A       *
      *  MISSING DATE OF BIRTH OR A FAILED ENROLMENT GOES   *
      *  TO THE EXCEPTION REGISTER - EVERY MISSED JOBHOLDER *
      *  IS A FINE.                                         *
      *****************************************************
       4000-ASSESS-EMPLOYEES-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           IF PENMAST-OPEN AND AENR-OPEN AND PAYHIST-OPEN
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                       WS-FILE-STAT1
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 4050-READ-EMPLOYEE-PARA UNTIL END-OF-INPUT
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE EMPLOYEE-MASTER
           END-IF.
       4050-READ-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF EMP-ACTIVE
                       PERFORM 4100-ASSESS-ONE-PARA
                   END-IF
           END-READ.
       4100-ASSESS-ONE-PARA.
           ADD 1 TO WS-TOT-ASSESSED
           MOVE EMP-ID TO WS-ACT-EMP-ID
           IF EMP-DOB NOT NUMERIC OR EMP-YR = ZERO
               MOVE 'NOT ASSESSED' TO WS-ACT-TYPE
               MOVE 'NO DATE OF BIRTH ON THE MASTER'
                   TO WS-ACT-TEXT
               PERFORM 8000-REPORT-LINE-PARA
               PERFORM 8100-RAISE-EXCEPTION-PARA
           ELSE
               PERFORM 4200-CALC-AGE-PARA
               PERFORM 4300-PERIOD-GROSS-PARA
               IF WS-AGE >= WS-MIN-AGE AND WS-AGE < WS-MAX-AGE
                   AND WS-PER-GROSS > WS-TRIGGER
                   ADD 1 TO WS-TOT-ELIGIBLE
                   PERFORM 4400-CHECK-MEMBERSHIP-PARA
               END-IF
           END-IF.
       4200-CALC-AGE-PARA.
           MOVE ZERO TO WS-AGE
           IF EMP-YR < WS-ASSESS-YR
               COMPUTE WS-AGE = WS-ASSESS-YR - EMP-YR
               IF WS-ASSESS-MM < EMP-MM
                   OR (WS-ASSESS-MM = EMP-MM
                       AND WS-ASSESS-DD < EMP-DD)
                   SUBTRACT 1 FROM WS-AGE
               END-IF
           END-IF.
       4300-PERIOD-GROSS-PARA.
      *    A WEEKLY OR FORTNIGHTLY GROUP'S ENTRIES CARRY THE
      *    GROUP'S OWN PERIOD NUMBER, SO THE EMPLOYEE'S WHOLE
      *    HISTORY IS WALKED AND THOSE ENTRIES COUNT TOWARDS THE
      *    MONTH OF THEIR PAY DATE.
           MOVE ZERO   TO WS-PER-GROSS
           MOVE 'N'    TO WS-PH-EOF-FLAG
           MOVE EMP-ID TO PH-EMP-ID
           MOVE ZERO   TO PH-PERIOD
           MOVE ZERO   TO PH-SEQ
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PH-EOF-FLAG
           END-START
           PERFORM 4350-READ-HISTORY-PARA UNTIL END-OF-HISTORY.
       4350-READ-HISTORY-PARA.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PH-EOF-FLAG
               NOT AT END
                   IF PH-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-PH-EOF-FLAG
                   ELSE
                       IF PH-PAY-GROUP = SPACES
                           MOVE PH-PERIOD TO WS-PH-MONTH
                       ELSE
                           COMPUTE WS-PH-MONTH = PH-PAY-DATE / 100
                       END-IF
                       IF WS-PH-MONTH = WS-PERIOD
                           ADD PH-GROSS TO WS-PER-GROSS
                       END-IF
                   END-IF
           END-READ.
       4400-CHECK-MEMBERSHIP-PARA.
           MOVE EMP-ID TO PEN-EMP-ID
           PERFORM 5050-READ-MEMBER-PARA
           IF NOT PEN-MEMBER-FOUND
               PERFORM 4500-ENROL-PARA
           ELSE
               IF PEN-OPTED-OUT
                   IF REENROL-SWEEP-DUE
                       PERFORM 4600-SWEEP-PARA
                   ELSE
                       ADD 1 TO WS-TOT-STAYED-OUT
                   END-IF
               ELSE
                   ADD 1 TO WS-TOT-MEMBERS
               END-IF
           END-IF.
       4500-ENROL-PARA.
           MOVE EMP-ID         TO PEN-EMP-ID
           MOVE WS-DFLT-SCHEME TO PEN-SCHEME
           MOVE SPACES         TO PEN-MEMBER-NO
           STRING 'AE' EMP-ID DELIMITED BY SIZE INTO PEN-MEMBER-NO
           END-STRING
           MOVE WS-DFLT-EE-PCT TO PEN-PCT
           MOVE WS-DFLT-ER-PCT TO PEN-MATCH-PCT
           MOVE 'A'            TO PEN-STATUS
           MOVE WS-TODAY       TO PEN-ENROLL-DATE
           WRITE PENSION-RECORD
               INVALID KEY
                   MOVE 'MISSED      ' TO WS-ACT-TYPE
                   MOVE 'PENMAST.DAT WRITE FAILED - NOT ENROLLED'
                       TO WS-ACT-TEXT
                   PERFORM 8000-REPORT-LINE-PARA
                   PERFORM 8100-RAISE-EXCEPTION-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-ENROLLED
                   MOVE 'A' TO WS-NEW-TYPE
                   PERFORM 4700-RECORD-ENROLMENT-PARA
           END-WRITE.
      *****************************************************
      *  SWEEP: AN OPTED-OUT JOBHOLDER WHO IS STILL         *
      *  ELIGIBLE IS PUT BACK IN ON THE DEFAULT TERMS (OR   *
      *  BETTER, WHERE THE OLD RECORD CARRIED HIGHER        *
      *  RATES) - UNLESS THE OPT-OUT WAS WITHIN THE LAST    *
      *  TWELVE MONTHS.                                     *
      *****************************************************
       4600-SWEEP-PARA.
           MOVE 'Y'    TO WS-REENROL-FLAG
           MOVE EMP-ID TO PAE-EMP-ID
           PERFORM 5000-READ-AENR-PARA
           IF AENR-REC-FOUND AND PAE-OPT-OUT-DATE NUMERIC
               AND PAE-OPT-OUT-DATE > ZERO
               MOVE PAE-OPT-OUT-DATE TO WS-CHK-DATE-N
               MOVE 'AM'            TO DTQ-FUNCTION
               MOVE WS-CHK-DATE-N   TO DTQ-DATE-1
               MOVE 12              TO DTQ-COUNT
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-LIMIT-DATE
               IF WS-ASSESS-DATE-N < WS-LIMIT-DATE
                   MOVE 'N' TO WS-REENROL-FLAG
               END-IF
           END-IF
           IF REENROL-DUE
               IF PEN-PCT < WS-DFLT-EE-PCT
                   MOVE WS-DFLT-EE-PCT TO PEN-PCT
               END-IF
               IF PEN-MATCH-PCT < WS-DFLT-ER-PCT
                   MOVE WS-DFLT-ER-PCT TO PEN-MATCH-PCT
               END-IF
               MOVE 'A'      TO PEN-STATUS
               MOVE WS-TODAY TO PEN-ENROLL-DATE
               REWRITE PENSION-RECORD
                   INVALID KEY
                       MOVE 'MISSED      ' TO WS-ACT-TYPE
                       MOVE 'PENMAST.DAT REWRITE FAILED - NOT BACK IN'
                           TO WS-ACT-TEXT
                       PERFORM 8000-REPORT-LINE-PARA
                       PERFORM 8100-RAISE-EXCEPTION-PARA
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-REENROLLED
                       MOVE 'R' TO WS-NEW-TYPE
                       PERFORM 4700-RECORD-ENROLMENT-PARA
               END-REWRITE
           ELSE
               ADD 1 TO WS-TOT-STAYED-OUT
           END-IF.
      *****************************************************
      *  A FRESH PENAENR.DAT HISTORY FOR THE NEW OR RENEWED *
      *  MEMBERSHIP: NOTICE DUE, WINDOW TOTAL CLEARED.      *
      *****************************************************
       4700-RECORD-ENROLMENT-PARA.
           MOVE SPACES      TO PEN-AUTO-ENROL-RECORD
           MOVE EMP-ID      TO PAE-EMP-ID
           MOVE WS-NEW-TYPE TO PAE-ENROL-TYPE
           MOVE WS-TODAY    TO PAE-ENROL-DATE
           MOVE 'N'         TO PAE-NOTICE-FLAG
           MOVE ZERO        TO PAE-NOTICE-DATE PAE-WINDOW-EE
                               PAE-WINDOW-PERIOD PAE-OPT-OUT-DATE
                               PAE-REFUND-AMT
           WRITE PEN-AUTO-ENROL-RECORD
               INVALID KEY
                   REWRITE PEN-AUTO-ENROL-RECORD
                       INVALID KEY
                           DISPLAY 'PENAENR.DAT UPDATE FAILED FOR '
                               PAE-EMP-ID
                   END-REWRITE
           END-WRITE
           IF PAE-RE-ENROLLED
               MOVE 'RE-ENROLLED ' TO WS-ACT-TYPE
           ELSE
               MOVE 'ENROLLED    ' TO WS-ACT-TYPE
           END-IF
           MOVE WS-AGE       TO WS-EDIT-AGE
           MOVE WS-PER-GROSS TO WS-EDIT-AMT
           MOVE SPACES       TO WS-ACT-TEXT
           STRING 'AGE' WS-EDIT-AGE ' GROSS ' WS-EDIT-AMT ' '
                  PEN-SCHEME DELIMITED BY SIZE INTO WS-ACT-TEXT
           END-STRING
           PERFORM 8000-REPORT-LINE-PARA.
       5000-READ-AENR-PARA.
           MOVE 'N' TO WS-AENR-FLAG
           READ AUTO-ENROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AENR-FLAG
           END-READ.
       5050-READ-MEMBER-PARA.
           MOVE 'N' TO WS-MEMBER-FLAG
           READ PENSION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-FLAG
           END-READ.
      *****************************************************
      *  IS THE OPT-OUT WINDOW OPEN ON WS-CHK-DATE?  ONLY   *
      *  AN AUTOMATIC OR SWEEP ENROLMENT HAS ONE.  IT STAYS *
      *  OPEN UNTIL THE NOTICE HAS GONE AND THEN FOR THE    *
      *  WINDOW DAYS AFTER THE LATER OF THE ENROLMENT AND   *
      *  NOTICE DATES, IN CALENDAR DAYS FROM DATECALC.      *
      *****************************************************
       5100-CHECK-WINDOW-PARA.
           MOVE 'Y' TO WS-WINDOW-FLAG
           IF NOT PAE-AUTO-ENROLLED AND NOT PAE-RE-ENROLLED
               MOVE 'N' TO WS-WINDOW-FLAG
           ELSE
               IF PAE-NOTICE-SENT
                   MOVE PAE-ENROL-DATE TO WS-WIN-DATE-N
                   IF PAE-NOTICE-DATE > PAE-ENROL-DATE
                       MOVE PAE-NOTICE-DATE TO WS-WIN-DATE-N
                   END-IF
                   MOVE 'AD'            TO DTQ-FUNCTION
                   MOVE WS-WIN-DATE-N   TO DTQ-DATE-1
                   MOVE WS-WINDOW-DAYS  TO DTQ-COUNT
                   CALL 'DATECALC' USING DATECALC-REQUEST
                   MOVE DTQ-RESULT-DATE TO WS-LIMIT-DATE
                   IF WS-CHK-DATE-N > WS-LIMIT-DATE
                       MOVE 'N' TO WS-WINDOW-FLAG
                   END-IF
               END-IF
           END-IF.
       8000-REPORT-LINE-PARA.
           MOVE SPACES        TO DETAIL-LINE
           MOVE WS-ACT-EMP-ID TO OUT-EMP-ID
           MOVE WS-ACT-TYPE   TO OUT-TYPE
           MOVE WS-ACT-TEXT   TO OUT-TEXT
           WRITE REPORT-RECORD FROM DETAIL-LINE.
      *****************************************************
      *  AN OPEN ITEM ON THE EXCEPTION REGISTER, KEYED      *
      *  EMP-ID AND PERIOD, FOR EVERY JOBHOLDER THE RUN     *
      *  COULD NOT ASSESS OR ENROL.                         *
      *****************************************************
       8100-RAISE-EXCEPTION-PARA.
           ADD 1 TO WS-TOT-EXCEPTIONS
           MOVE 'EMPAENR'     TO EXR-SOURCE-PGM
           MOVE SPACES        TO EXR-KEY
           STRING WS-ACT-EMP-ID ' ' WS-PERIOD
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           MOVE WS-ACT-TEXT   TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-ASSESSED    TO OUT-TOT-ASSESSED
           MOVE WS-TOT-ELIGIBLE    TO OUT-TOT-ELIGIBLE
           MOVE WS-TOT-ENROLLED    TO OUT-TOT-ENROLLED
           MOVE WS-TOT-REENROLLED  TO OUT-TOT-REENROLLED
           MOVE WS-TOT-OPT-OUTS    TO OUT-TOT-OPT-OUTS
           MOVE WS-TOT-REFUND-AMT  TO OUT-TOT-REFUND-AMT
           MOVE WS-TOT-EXCEPTIONS  TO OUT-TOT-EXCEPTIONS
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** PENSION AUTO-ENROLMENT SUMMARY **'
           DISPLAY 'PERIOD             : ', WS-PERIOD
           DISPLAY 'EMPLOYEES ASSESSED : ', WS-TOT-ASSESSED
           DISPLAY 'ELIGIBLE JOBHOLDERS: ', WS-TOT-ELIGIBLE
           DISPLAY 'ALREADY MEMBERS    : ', WS-TOT-MEMBERS
           DISPLAY 'ENROLLED           : ', WS-TOT-ENROLLED
           DISPLAY 'RE-ENROLLED        : ', WS-TOT-REENROLLED
           DISPLAY 'OPTED OUT, LEFT OUT: ', WS-TOT-STAYED-OUT
           DISPLAY 'WINDOW TOTALS UPD  : ', WS-TOT-WINDOW
           DISPLAY 'OPT-OUTS APPLIED   : ', WS-TOT-OPT-OUTS
           DISPLAY 'REFUNDS WRITTEN    : ', WS-TOT-REFUNDS
           DISPLAY 'EXCEPTIONS         : ', WS-TOT-EXCEPTIONS
           IF WS-TOT-EXCEPTIONS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ADJ-FILE-OPEN
               CLOSE ADJUST-FILE
           END-IF
           IF PAYHIST-OPEN
               CLOSE PAYHIST-FILE
           END-IF
           IF AENR-OPEN
               CLOSE AUTO-ENROL-FILE
           END-IF
           IF PENMAST-OPEN
               CLOSE PENSION-MASTER
           END-IF
           CLOSE REPORT-FILE.
