      *  ADJUSTMENT (SHIFTADJ.DAT) FOR THE STEP115          *
      *  PAYADJ.DAT MERGE ALONGSIDE THE 'OT' RECORDS.       *
      *  THE DIFFERENTIAL REGISTER (SHDIFRPT.DAT) SHOWS     *
      *  EVERY EMPLOYEE'S PREMIUM FOR SIGN-OFF.  A CARD     *
      *  APPROVED AFTER ITS PAY PERIOD'S CUTOFF             *
      *  (PAYCAL.DAT) IS LEFT OUT - EMPLTCRD PRICES ITS     *
      *  DIFFERENTIAL WITH THE LATE-CARD ARREARS.           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT EMPTYPE-FILE ASSIGN TO 'EMPTYPE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ETY-EMP-ID
           FILE STATUS  IS WS-FILE-STAT6.
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
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-RUL-EOF-FLAG         PIC X(01) VALUE 'N'.
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
       01  WS-CURR-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-RULE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-RULE-TABLE.
       01  WS-COUNTERS.
           03  WS-TOT-CARDS        PIC 9(05) VALUE ZERO.
           03  WS-TOT-PREM-CARDS   PIC 9(05) VALUE ZERO.
           03  WS-TOT-LATE         PIC 9(05) VALUE ZERO.
       01  WS-GRAND-PREMIUM        PIC 9(09)V99 VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'SHIFT AND WEEKEND DIFFERENTIAL REGISTER'.
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN OUTPUT ADJUST-FILE
           OPEN INPUT EMPLOYEE-MASTER
           OPEN INPUT EMPTYPE-FILE
           IF WS-FILE-STAT6 = '00'
               MOVE 'Y' TO WS-ETY-OPEN-FLAG
           END-IF
           PERFORM 1100-LOAD-RULES-PARA
           OPEN INPUT TIMECLN-FILE
           IF WS-FILE-STAT1 NOT = '00'
                   ADD 1 TO WS-TOT-CARDS
           END-READ.
       2000-PROCESS-PARA.
           PERFORM 2020-CHECK-LATE-PARA
           IF CARD-IS-LATE
               ADD 1 TO WS-TOT-LATE
           ELSE
               PERFORM 2050-FETCH-EMPLOYEE-PARA
               PERFORM 2100-DAY-OF-WEEK-PARA
               PERFORM 2150-CHECK-HOLIDAY-PARA
               PERFORM 2200-FIND-RULE-PARA
               IF WS-MULT > 1.00 AND EMPLOYEE-KNOWN
                   PERFORM 2300-PRICE-PREMIUM-PARA
               END-IF
           END-IF
           PERFORM 1500-READ-CARD-PARA.
      *****************************************************
      *  A CARD APPROVED AFTER ITS OWN PAY PERIOD'S CUTOFF  *
      *  IS PAID AS 'LT' ARREARS BY EMPLTCRD - SAME TEST    *
      *  AS EMPTCAPP, ON THE EMPLOYEE'S OWN PAY GROUP       *
      *  CALENDAR, SO IT IS NEVER PAID TWICE.               *
      *****************************************************
       2020-CHECK-LATE-PARA.
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
       2050-FETCH-EMPLOYEE-PARA.
           MOVE 'N'  TO WS-EMP-OK-FLAG
           MOVE ZERO TO WS-HOURLY-RATE
           DISPLAY '** SHIFT DIFFERENTIAL SUMMARY **'
           DISPLAY 'CARDS READ        : ', WS-TOT-CARDS
           DISPLAY 'PREMIUM CARDS     : ', WS-TOT-PREM-CARDS
           DISPLAY 'LATE - LEFT TO LT : ', WS-TOT-LATE
           DISPLAY 'EMPLOYEES PAID    : ', WS-EMP-COUNT
           DISPLAY 'TOTAL PREMIUMS    : ', WS-GRAND-PREMIUM
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
           IF WS-FILE-STAT2 = '00'
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF EMPTYPE-FILE-OPEN
               CLOSE EMPTYPE-FILE
           END-IF
           CLOSE ADJUST-FILE
                 REPORT-FILE.
