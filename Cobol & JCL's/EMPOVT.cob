      *  RATE DERIVED FROM EMP-EARN OVER THE STANDARD       *
      *  MONTH.  WRITES THE OVERTIME REGISTER (OVTRPT.DAT)  *
      *  AND ONE ADJREC ADJUSTMENT PER EMPLOYEE ON          *
      *  OVTADJ.DAT FOR PAYROLL TO PICK UP.  A CARD         *
      *  APPROVED AFTER ITS PAY PERIOD'S CUTOFF             *
      *  (PAYCAL.DAT) IS LEFT OUT - EMPLTCRD PRICES ITS     *
      *  OVERTIME WITH THE LATE-CARD ARREARS.               *
      *  AN EMPLOYEE PAID BY PAY-STRUCTURE COMPONENTS       *
      *  (PAYSTRC.DAT, VIA PAYSTRLK) HAS THE HOURLY RATE    *
      *  TAKEN FROM THE COMPONENTS FLAGGED AS OVERTIME BASE *
      *  ON PAYCOMP.DAT AND IN FORCE AT THE END OF THE      *
      *  WEEK'S PERIOD, NOT FROM THE WHOLE OF EMP-EARN.     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT EMPTYPE-FILE ASSIGN TO 'EMPTYPE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ETY-EMP-ID
           FILE STATUS  IS WS-FILE-STAT5.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMECLN-FILE
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  EMPTYPE-FILE.
       COPY EMPTYPE.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-OVT-THRESHOLD        PIC 9(2)V9 VALUE 40.0.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-LATE-FLAG            PIC X(01) VALUE 'N'.
           88  CARD-IS-LATE                  VALUE 'Y'.
       01  WS-ETY-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMPTYPE-FILE-OPEN             VALUE 'Y'.
       COPY PCALREQ.
       COPY PSTRREQ.
       01  WS-COUNTERS.
           03  WS-TOT-CARDS        PIC 9(05) VALUE ZERO.
           03  WS-TOT-LATE         PIC 9(05) VALUE ZERO.
           03  WS-TOT-OT-WEEKS     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ADJ          PIC 9(05) VALUE ZERO.
       01  WS-GRAND-PREMIUM        PIC 9(09)V99 VALUE ZERO.
               MOVE WS-ENV-THRESHOLD TO WS-OVT-THRESHOLD
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           OPEN INPUT EMPTYPE-FILE
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-ETY-OPEN-FLAG
           END-IF
           OPEN OUTPUT ADJUST-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
                   ADD 1 TO WS-TOT-CARDS
           END-READ.
       2000-PROCESS-PARA.
           PERFORM 2050-CHECK-LATE-PARA
           IF CARD-IS-LATE
               ADD 1 TO WS-TOT-LATE
           ELSE
               COMPUTE WS-WEEK-NO = ((TC-WORK-DD - 1) / 7) + 1
               IF WS-WEEK-NO > 5
                   MOVE 5 TO WS-WEEK-NO
               END-IF
               COMPUTE WS-CARD-PERIOD =
                   (TC-WORK-YR * 100) + TC-WORK-MM
               PERFORM 2100-ADD-WEEK-HOURS-PARA
           END-IF
           PERFORM 1500-READ-TIMECARD-PARA.
      *****************************************************
      *  A CARD APPROVED AFTER ITS OWN PAY PERIOD'S CUTOFF  *
      *  IS PAID AS 'LT' ARREARS BY EMPLTCRD - SAME TEST    *
      *  AS EMPTCAPP, ON THE EMPLOYEE'S OWN PAY GROUP       *
      *  CALENDAR, SO IT IS NEVER PAID TWICE.               *
      *****************************************************
       2050-CHECK-LATE-PARA.
           MOVE 'N'          TO WS-LATE-FLAG
           MOVE TC-WORK-DATE TO PCQ-DATE
           MOVE SPACES TO PCQ-GROUP
           IF EMPTYPE-FILE-OPEN
               MOVE TC-EMP-ID TO ETY-EMP-ID
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
               MOVE 'Y' TO WS-LATE-FLAG
           END-IF.
       2100-ADD-WEEK-HOURS-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TBL-WK-EMP-ID(WS-SUB) TO PSQ-EMP-ID
                   COMPUTE PSQ-DATE =
                       TBL-WK-PERIOD(WS-SUB) * 100 + 31
                   CALL 'PAYSTRLK' USING PAY-STRUCT-REQUEST
                   IF PSQ-STRUCTURED
                       COMPUTE WS-HOURLY-RATE ROUNDED =
                           PSQ-OT-BASE / WS-STD-HOURS
                   ELSE
                       COMPUTE WS-HOURLY-RATE ROUNDED =
                           EMP-EARN / WS-STD-HOURS
                   END-IF
           END-READ.
       3300-ADD-EMP-ADJ-PARA.
           MOVE ZERO TO WS-ADJ-FIND
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           DISPLAY '** OVERTIME SUMMARY **'
           DISPLAY 'TIMECARDS READ   : ', WS-TOT-CARDS
           DISPLAY 'LATE - LEFT TO LT: ', WS-TOT-LATE
           DISPLAY 'OVERTIME WEEKS   : ', WS-TOT-OT-WEEKS
           DISPLAY 'ADJUSTMENTS OUT  : ', WS-TOT-ADJ
           CLOSE EMPLOYEE-MASTER
                 ADJUST-FILE
                 REPORT-FILE
           IF EMPTYPE-FILE-OPEN
               CLOSE EMPTYPE-FILE
           END-IF
           IF WS-FILE-STAT1 = '00' OR '10'
               CLOSE TIMECLN-FILE
           END-IF.
