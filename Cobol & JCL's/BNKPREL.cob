       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKPREL.
      *****************************************************
      *  RELEASES BANK-DETAIL CHANGES FROM THEIR           *
      *  COOLING-OFF HOLD.  BNKMAINT AND BNKSMNT NO LONGER *
      *  PUT A NEW ACCOUNT NUMBER STRAIGHT ONTO THE BANK   *
      *  FILES - THE NEW DETAILS WAIT ON BNKPEND.DAT WHILE *
      *  PAY CONTINUES TO THE OLD ACCOUNT, AND EMPEVENT    *
      *  SENDS THE EMPLOYEE A CONFIRMATION NOTICE THROUGH  *
      *  THE HR EVENT FEED.  THIS STEP WALKS BNKPEND.DAT   *
      *  AND, FOR EVERY CHANGE WHOSE NOTICE HAS GONE AND   *
      *  WHICH WAS KEYED AT LEAST THE COOLING-OFF DAYS AGO *
      *  (TRUE CALENDAR DAYS, FROM THE SHARED DATECALC     *
      *  SUBPROGRAM), MOVES IT ONTO BNKMAST.DAT (TARGET    *
      *  'M') OR BNKSPLIT.DAT (TARGET 'S') AND DELETES IT  *
      *  FROM BNKPEND.DAT.  A CHANGE STILL INSIDE ITS      *
      *  PERIOD, OR WAITING FOR ITS NOTICE, IS LISTED AS   *
      *  HELD.                                             *
      *  RUN AHEAD OF THE BANK-FILE STEP SO A RELEASED     *
      *  ACCOUNT IS PAID THE SAME NIGHT.  THE PERIOD       *
      *  DEFAULTS TO 5 DAYS AND CAN BE OVERRIDDEN WITH     *
      *  ENVIRONMENT VARIABLE BNK-COOLOFF-DAYS.  REPORT ON *
      *  BNKPRRP.DAT.                                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-PENDING-FILE ASSIGN TO 'BNKPEND.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BPN-KEY
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT BANK-MASTER ASSIGN TO 'BNKMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BNK-EMP-ID
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT BANK-SPLIT-FILE ASSIGN TO 'BNKSPLIT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BSP-KEY
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'BNKPRRP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-PENDING-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY BNKPEND.
       FD  BANK-MASTER
           RECORD CONTAINS 54 CHARACTERS.
       COPY BNKREC.
       FD  BANK-SPLIT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY BNKSPLT.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-PEND-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PENDING-FILE-OPEN               VALUE 'Y'.
       01  WS-BANK-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  BANK-FILE-OPEN                  VALUE 'Y'.
       01  WS-SPLIT-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  SPLIT-FILE-OPEN                 VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  CHANGE-RELEASED                 VALUE 'A'.
           88  CHANGE-HELD                     VALUE 'P'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-ENV-DAYS             PIC X(02) VALUE SPACES.
       01  WS-COOLOFF-DAYS         PIC 9(03) VALUE 5.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-AGE-DAYS             PIC S9(07) VALUE ZERO.
       COPY DATEREQ.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-RELEASED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-HELD         PIC 9(05) VALUE ZERO.
           03  WS-TOT-FAILED       PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(36) VALUE
               'BANK-DETAIL COOLING-OFF RELEASE'.
           03  FILLER              PIC X(44) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(03) VALUE 'T'.
           03  FILLER              PIC X(04) VALUE 'PR'.
           03  FILLER              PIC X(18) VALUE 'ACCOUNT NO'.
           03  FILLER              PIC X(10) VALUE 'KEYED'.
           03  FILLER              PIC X(10) VALUE 'RESULT'.
           03  FILLER              PIC X(28) VALUE 'REASON'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TARGET          PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PRIORITY        PIC 9(02) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-ACCT-NO         PIC X(16) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-KEYED-DATE      PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REASON          PIC X(28) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(24) VALUE
               'PENDING CHANGES READ: '.
           03  OUT-TOT-READ        PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(24) VALUE
               'CHANGES RELEASED: '.
           03  OUT-TOT-RELEASED    PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(24) VALUE
               'CHANGES STILL HELD: '.
           03  OUT-TOT-HELD        PIC ZZZZ9.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(24) VALUE
               'RELEASE FAILED: '.
           03  OUT-TOT-FAILED      PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT 'BNK-COOLOFF-DAYS'
           EVALUATE TRUE
               WHEN WS-ENV-DAYS IS NUMERIC
                   MOVE WS-ENV-DAYS TO WS-COOLOFF-DAYS
               WHEN WS-ENV-DAYS (1:1) IS NUMERIC
                   AND WS-ENV-DAYS (2:1) = SPACE
                   MOVE WS-ENV-DAYS (1:1) TO WS-COOLOFF-DAYS
           END-EVALUATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN I-O   BANK-MASTER
           IF WS-FILE-STAT2 = '35'
               OPEN OUTPUT BANK-MASTER
               CLOSE BANK-MASTER
               OPEN I-O BANK-MASTER
           END-IF
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-BANK-OPEN-FLAG
           END-IF
           OPEN I-O   BANK-SPLIT-FILE
           IF WS-FILE-STAT3 = '35'
               OPEN OUTPUT BANK-SPLIT-FILE
               CLOSE BANK-SPLIT-FILE
               OPEN I-O BANK-SPLIT-FILE
           END-IF
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-SPLIT-OPEN-FLAG
           END-IF
           OPEN I-O   BANK-PENDING-FILE
           EVALUATE TRUE
               WHEN WS-FILE-STAT1 = '35'
                   DISPLAY 'BNKPEND.DAT NOT PRESENT - NOTHING HELD'
                   MOVE 'Y' TO WS-FILE-FLAG
               WHEN WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'BNKPEND.DAT OPEN FAILED - STATUS '
                       WS-FILE-STAT1
                   MOVE 'Y' TO WS-FILE-FLAG
                   MOVE 12 TO RETURN-CODE
               WHEN NOT BANK-FILE-OPEN OR NOT SPLIT-FILE-OPEN
                   DISPLAY 'BANK FILES OPEN FAILED - STATUS '
                       WS-FILE-STAT2 '/' WS-FILE-STAT3
                       ' - NOTHING RELEASED'
                   MOVE 'Y' TO WS-PEND-OPEN-FLAG
                   MOVE 'Y' TO WS-FILE-FLAG
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'Y' TO WS-PEND-OPEN-FLAG
                   PERFORM 1500-READ-PENDING-PARA
           END-EVALUATE.
       1500-READ-PENDING-PARA.
           READ BANK-PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-REASON
           MOVE 'P'    TO WS-RESULT-CODE
           MOVE 'DB'            TO DTQ-FUNCTION
           MOVE BPN-KEYED-DATE  TO DTQ-DATE-1
           MOVE WS-TODAY        TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-AGE-DAYS
           EVALUATE TRUE
               WHEN NOT BPN-NOTICE-SENT
                   MOVE 'AWAITING EMPLOYEE NOTICE' TO WS-REASON
               WHEN WS-AGE-DAYS < WS-COOLOFF-DAYS
                   MOVE 'INSIDE COOLING-OFF PERIOD' TO WS-REASON
               WHEN BPN-MAIN-ACCOUNT
                   PERFORM 2100-RELEASE-MAIN-PARA
               WHEN BPN-SPLIT-ACCOUNT
                   PERFORM 2200-RELEASE-SPLIT-PARA
               WHEN OTHER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'UNKNOWN TARGET CODE' TO WS-REASON
           END-EVALUATE
           IF CHANGE-RELEASED
               DELETE BANK-PENDING-FILE
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'PENDING DELETE FAILED' TO WS-REASON
               END-DELETE
           END-IF
           PERFORM 2900-WRITE-DETAIL
           PERFORM 1500-READ-PENDING-PARA.
       2100-RELEASE-MAIN-PARA.
           MOVE BPN-EMP-ID TO BNK-EMP-ID
           READ BANK-MASTER
               INVALID KEY
                   PERFORM 2150-SET-MAIN-PARA
                   WRITE BANK-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'BANK MASTER WRITE FAILED'
                               TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2150-SET-MAIN-PARA
                   REWRITE BANK-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'BANK MASTER REWRITE FAILED'
                               TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                   END-REWRITE
           END-READ.
       2150-SET-MAIN-PARA.
           MOVE BPN-BANK-CODE TO BNK-BANK-CODE
           MOVE BPN-ACCT-NO   TO BNK-ACCT-NO
           MOVE BPN-ACCT-NAME TO BNK-ACCT-NAME.
       2200-RELEASE-SPLIT-PARA.
           MOVE BPN-EMP-ID   TO BSP-EMP-ID
           MOVE BPN-PRIORITY TO BSP-PRIORITY
           READ BANK-SPLIT-FILE
               INVALID KEY
                   PERFORM 2250-SET-SPLIT-PARA
                   WRITE BANK-SPLIT-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'SPLIT WRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2250-SET-SPLIT-PARA
                   REWRITE BANK-SPLIT-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'SPLIT REWRITE FAILED' TO WS-REASON
                       NOT INVALID KEY
                           MOVE 'A' TO WS-RESULT-CODE
                   END-REWRITE
           END-READ.
       2250-SET-SPLIT-PARA.
           MOVE BPN-BANK-CODE  TO BSP-BANK-CODE
           MOVE BPN-ACCT-NO    TO BSP-ACCT-NO
           MOVE BPN-ACCT-NAME  TO BSP-ACCT-NAME
           MOVE BPN-SPLIT-TYPE TO BSP-SPLIT-TYPE
           MOVE BPN-AMOUNT     TO BSP-AMOUNT
           MOVE BPN-PCT        TO BSP-PCT.
       2900-WRITE-DETAIL.
           MOVE SPACES         TO DETAIL-LINE
           MOVE BPN-EMP-ID     TO OUT-EMP-ID
           MOVE BPN-TARGET     TO OUT-TARGET
           MOVE BPN-PRIORITY   TO OUT-PRIORITY
           MOVE BPN-ACCT-NO    TO OUT-ACCT-NO
           MOVE BPN-KEYED-DATE TO OUT-KEYED-DATE
           MOVE WS-REASON      TO OUT-REASON
           EVALUATE TRUE
               WHEN CHANGE-RELEASED
                   MOVE 'RELEASED' TO OUT-RESULT
                   ADD 1 TO WS-TOT-RELEASED
               WHEN CHANGE-HELD
                   MOVE 'HELD'     TO OUT-RESULT
                   ADD 1 TO WS-TOT-HELD
               WHEN OTHER
                   MOVE 'FAILED'   TO OUT-RESULT
                   ADD 1 TO WS-TOT-FAILED
           END-EVALUATE
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ     TO OUT-TOT-READ
           MOVE WS-TOT-RELEASED TO OUT-TOT-RELEASED
           MOVE WS-TOT-HELD     TO OUT-TOT-HELD
           MOVE WS-TOT-FAILED   TO OUT-TOT-FAILED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           DISPLAY '** BANK CHANGE RELEASE SUMMARY **'
           DISPLAY 'PENDING CHANGES READ: ', WS-TOT-READ
           DISPLAY 'CHANGES RELEASED    : ', WS-TOT-RELEASED
           DISPLAY 'CHANGES STILL HELD  : ', WS-TOT-HELD
           DISPLAY 'RELEASE FAILED      : ', WS-TOT-FAILED
           IF WS-TOT-FAILED > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE BANK-PENDING-FILE
           END-IF
           IF BANK-FILE-OPEN
               CLOSE BANK-MASTER
           END-IF
           IF SPLIT-FILE-OPEN
               CLOSE BANK-SPLIT-FILE
           END-IF
           CLOSE REPORT-FILE.
