      *  JCL COPIES BACK OVER TCHELD.DAT (THE PENDTRAN      *
      *  COPY-BACK PATTERN).  THE AGING REPORT              *
      *  (TCAGERPT.DAT) LISTS WHAT IS STILL STUCK, BY       *
      *  SUPERVISOR AND DAYS HELD.  EVERY APPROVAL THAT     *
      *  RELEASES A CARD IS JOURNALLED ('TA', OPERATOR =    *
      *  THE APPROVER) ON OPRACT.DAT THROUGH OPRACTW FOR    *
      *  THE SEGREGATION-OF-DUTIES CHECK (EMPSOD).  EACH    *
      *  RUN ALSO APPENDS ITS COUNTS TO THE SHARED RUN-LOG  *
      *  (RUNLOG.DAT) THROUGH RUNLOGW, SO THE MONTH-END WIP *
      *  ACCRUAL (EMPWIP) CAN TELL WHETHER TONIGHT'S        *
      *  TIMEAPPR.DAT HAS BEEN THROUGH EMPINVC YET.  A      *
      *  RELEASED CARD WHOSE WORK DATE FALLS IN A PAY       *
      *  PERIOD WHOSE CUTOFF (PAYCAL.DAT VIA PAYCALLK) HAS  *
      *  ALREADY PASSED IS LATE: IT STILL BILLS, BUT IS     *
      *  ALSO WRITTEN TO TCLATE.DAT SO EMPLTCRD CAN PAY IT  *
      *  AS 'LT' ARREARS INSTEAD OF THE OVERTIME,           *
      *  DIFFERENTIAL AND CONTRACTOR STEPS.  EVERY RELEASED *
      *  CARD IS ALSO APPENDED, WITH ITS APPROVAL DATE, TO  *
      *  THE APPROVAL HISTORY (TCAPHIST.DAT) THAT EMPLTCRD  *
      *  READS FOR THE HOURS ALREADY PAID IN A LATE CARD'S  *
      *  WEEK.  THE APPROVAL TRANSACTIONS ARE CHECKED       *
      *  AGAINST THE INBOUND RECEIPT REGISTER (INBDREG)     *
      *  FIRST - A FILE ALREADY CONSUMED RELEASES NOTHING   *
      *  AND ENDS THE STEP RC=8, UNLESS THE OPERATOR SETS   *
      *  INBDREG-OVERRIDE=Y.                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT LATE-FILE ASSIGN TO 'TCLATE.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT APPR-HIST-FILE ASSIGN TO 'TCAPHIST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT EMPTYPE-FILE ASSIGN TO 'EMPTYPE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ETY-EMP-ID
           FILE STATUS  IS WS-FILE-STAT10.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-FILE
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  LATE-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY TCLATE.
       FD  APPR-HIST-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  APPR-HIST-RECORD.
           03  HST-CARD            PIC X(25).
           03  HST-APPR-DATE       PIC 9(08).
       FD  EMPTYPE-FILE.
       COPY EMPTYPE.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-HIST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  HIST-FILE-OPEN                VALUE 'Y'.
       01  WS-ETY-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMPTYPE-FILE-OPEN             VALUE 'Y'.
       01  WS-CLN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-CLEAN                  VALUE 'Y'.
       01  WS-HLD-EOF-FLAG         PIC X(01) VALUE 'N'.
       01  WS-APP-FIND             PIC 9(04) VALUE ZERO.
       01  WS-SUPV-ID              PIC X(08) VALUE SPACES.
       01  WS-HELD-SINCE           PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-WORK-CARD.
           03  WCD-EMP-ID          PIC X(05).
           03  WCD-DATE            PIC 9(08).
           03  FILLER              PIC X(12).
       COPY OPRACT.
       COPY RUNLOG.
       COPY PCALREQ.
       COPY DATEREQ.
       COPY INBDREQ.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       01  WS-COUNTERS.
           03  WS-TOT-CARDS        PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPROVED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-HELD         PIC 9(05) VALUE ZERO.
           03  WS-TOT-BAD-APPR     PIC 9(05) VALUE ZERO.
           03  WS-TOT-LATE         PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'TIMECARDS HELD AWAITING SUPERVISOR APPROVAL'.
       01  AGING-LINE.
           03  OUT-TOT-APPROVED    PIC ZZZZ9.
           03  FILLER              PIC X(08) VALUE '  HELD: '.
           03  OUT-TOT-HELD        PIC ZZZZ9.
           03  FILLER              PIC X(08) VALUE '  LATE: '.
           03  OUT-TOT-LATE        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RL-START FROM TIME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           OPEN OUTPUT APPROVED-FILE
                       HELD-OUT-FILE
                       LATE-FILE
           PERFORM 1050-OPEN-HISTORY-PARA
           OPEN INPUT EMPTYPE-FILE
           IF WS-FILE-STAT10 = '00'
               MOVE 'Y' TO WS-ETY-OPEN-FLAG
           END-IF
           OPEN INPUT SUPERVISOR-MASTER
           IF WS-FILE-STAT4 NOT = '00'
               DISPLAY 'SUPVMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-CLN-EOF-FLAG
           END-IF.
      *****************************************************
      *  THE APPROVAL HISTORY ONLY EVER GROWS - EXTEND IT,  *
      *  OR START IT ON THE FIRST RUN.                      *
      *****************************************************
       1050-OPEN-HISTORY-PARA.
           OPEN EXTEND APPR-HIST-FILE
           IF WS-FILE-STAT9 NOT = '00'
               OPEN OUTPUT APPR-HIST-FILE
           END-IF
           IF WS-FILE-STAT9 = '00'
               MOVE 'Y' TO WS-HIST-OPEN-FLAG
           ELSE
               DISPLAY 'TCAPHIST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT9 ' - APPROVALS NOT HISTORISED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *****************************************************
      *  RECEIPT CHECK.  ONE PASS OF TCAPPTRN.DAT THROUGH   *
      *  INBDREG - THE WHOLE APPROVAL (EMP-ID, WORK DATE,   *
      *  APPROVER) IS THE KEY.  A REPEAT LOADS NO           *
      *  APPROVALS, SO EVERY CARD WAITS ON THE HELD FILE.   *
      *****************************************************
       1080-CHECK-RECEIPT-PARA.
           MOVE 'S'            TO IBQ-FUNCTION
           MOVE 'TCAPPTRN'     TO IBQ-SOURCE
           MOVE 'TCAPPTRN.DAT' TO IBQ-FILE
           MOVE 'EMPTCAPP'     TO IBQ-PGM
           CALL 'INBDREG' USING INBDREG-REQUEST
           OPEN INPUT APPROVAL-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 1090-HASH-APPROVAL-PARA
                   UNTIL END-OF-APPROVALS
               CLOSE APPROVAL-FILE
               MOVE 'N' TO WS-APP-EOF-FLAG
               MOVE 'C' TO IBQ-FUNCTION
               CALL 'INBDREG' USING INBDREG-REQUEST
               IF IBQ-REPEAT
                   MOVE 'Y' TO WS-APP-EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       1090-HASH-APPROVAL-PARA.
           READ APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-APP-EOF-FLAG
               NOT AT END
                   MOVE 'A'             TO IBQ-FUNCTION
                   MOVE APPROVAL-RECORD TO IBQ-KEY
                   MOVE ZERO            TO IBQ-AMOUNT
                   CALL 'INBDREG' USING INBDREG-REQUEST
           END-READ.
       1100-LOAD-APPROVALS-PARA.
           PERFORM 1080-CHECK-RECEIPT-PARA
           OPEN INPUT APPROVAL-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 1150-READ-APPROVAL-PARA
           IF WS-APP-FIND > ZERO
               WRITE APPROVED-RECORD FROM WS-WORK-CARD
               ADD 1 TO WS-TOT-APPROVED
               PERFORM 3050-LOG-APPROVAL-PARA
               PERFORM 3060-HISTORY-PARA
               PERFORM 3070-CHECK-LATE-PARA
           ELSE
               MOVE WS-WORK-CARD  TO HLD-OUT-CARD
               MOVE WS-HELD-SINCE TO HLD-OUT-SINCE
               ADD 1 TO WS-TOT-HELD
               PERFORM 3200-AGE-LINE-PARA
           END-IF.
       3050-LOG-APPROVAL-PARA.
           MOVE SPACES                    TO OPR-ACTION-RECORD
           MOVE TBL-APP-OPER(WS-APP-FIND) TO OPA-OPERATOR
           MOVE 'TA'                      TO OPA-ACTION
           MOVE 'EMPTCAPP'                TO OPA-PROGRAM
           MOVE WCD-EMP-ID                TO OPA-EMP-ID
           MOVE ZERO                      TO OPA-AMOUNT
           MOVE WCD-DATE                  TO OPA-EFF-DATE
           MOVE 'APPROVED'                TO OPA-DETAIL
           CALL 'OPRACTW' USING OPR-ACTION-RECORD.
       3060-HISTORY-PARA.
           IF HIST-FILE-OPEN
               MOVE WS-WORK-CARD TO HST-CARD
               MOVE WS-TODAY-NUM TO HST-APPR-DATE
               WRITE APPR-HIST-RECORD
           END-IF.
      *****************************************************
      *  LATE MEANS THE CUTOFF OF THE WORK DATE'S OWN PAY   *
      *  PERIOD WAS BEFORE TODAY.  A DATE PAYCAL.DAT DOES   *
      *  NOT COVER HAS NO CUTOFF AND IS NEVER LATE.  THE    *
      *  PERIOD IS TAKEN FROM THE EMPLOYEE'S OWN PAY GROUP  *
      *  CALENDAR (ETY-PAY-GROUP ON EMPTYPE.DAT), SO A      *
      *  WEEKLY CARD MEETS ITS WEEKLY CUTOFF.               *
      *****************************************************
       3070-CHECK-LATE-PARA.
           MOVE WCD-DATE TO PCQ-DATE
           MOVE SPACES TO PCQ-GROUP
           IF EMPTYPE-FILE-OPEN
               MOVE WCD-EMP-ID TO ETY-EMP-ID
               READ EMPTYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ETY-PAY-GROUP TO PCQ-GROUP
               END-READ
           END-IF
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           IF PCQ-REC-FOUND AND PCQ-CUTOFF > ZERO
               AND PCQ-CUTOFF < WS-TODAY-NUM
               MOVE WS-WORK-CARD              TO LTC-CARD
               MOVE WS-TODAY-NUM              TO LTC-APPR-DATE
               MOVE TBL-APP-OPER(WS-APP-FIND) TO LTC-APPROVER
               MOVE PCQ-PERIOD                TO LTC-WORK-PERIOD
               MOVE PCQ-CUTOFF                TO LTC-CUTOFF
               WRITE LATE-CARD-RECORD
               ADD 1 TO WS-TOT-LATE
           END-IF.
       3100-VERIFY-APPROVER-PARA.
           IF WS-FILE-STAT4 = '00'
               MOVE WCD-EMP-ID TO SUP-EMP-ID
                       MOVE SUP-SUPERVISOR TO WS-SUPV-ID
               END-READ
           END-IF
           MOVE 'DB'            TO DTQ-FUNCTION
           MOVE WS-HELD-SINCE   TO DTQ-DATE-1
           MOVE WS-TODAY-NUM    TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-AGE-DAYS
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-TOT-CARDS    TO OUT-TOT-CARDS
           MOVE WS-TOT-APPROVED TO OUT-TOT-APPROVED
           MOVE WS-TOT-HELD     TO OUT-TOT-HELD
           MOVE WS-TOT-LATE     TO OUT-TOT-LATE
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** TIMECARD APPROVAL SUMMARY **'
           DISPLAY 'CARDS IN          : ', WS-TOT-CARDS
           DISPLAY 'APPROVED TO BILL  : ', WS-TOT-APPROVED
           DISPLAY 'HELD UNAPPROVED   : ', WS-TOT-HELD
           DISPLAY 'WRONG APPROVER    : ', WS-TOT-BAD-APPR
           DISPLAY 'LATE (PAST CUTOFF): ', WS-TOT-LATE
           IF WS-TOT-HELD > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF IBQ-NEW OR IBQ-OVERRIDDEN
               MOVE 'R' TO IBQ-FUNCTION
               CALL 'INBDREG' USING INBDREG-REQUEST
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE CLEAN-FILE
           END-IF
           IF WS-FILE-STAT4 = '00'
               CLOSE SUPERVISOR-MASTER
           END-IF
           IF EMPTYPE-FILE-OPEN
               CLOSE EMPTYPE-FILE
           END-IF
           IF HIST-FILE-OPEN
               CLOSE APPR-HIST-FILE
           END-IF
           CLOSE APPROVED-FILE
                 HELD-OUT-FILE
                 LATE-FILE
                 REPORT-FILE
           PERFORM 9100-WRITE-RUNLOG-PARA.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPTCAPP' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-CARDS TO RL-RECS-READ
           MOVE WS-TOT-APPROVED TO RL-RECS-WRITTEN
           MOVE WS-TOT-HELD TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
