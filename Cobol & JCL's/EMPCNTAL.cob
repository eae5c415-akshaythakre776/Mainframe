       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCNTAL.
      *****************************************************
      *  WEEKLY FIXED-TERM CONTRACT ALERT.  READS THE       *
      *  CONTRACT FILE (CONTMAST.DAT) END TO END AND LISTS  *
      *  EVERY LIVE CONTRACT ENDING WITHIN THE NEXT 30 DAYS *
      *  OR 31 TO 60 DAYS (HORIZONS ON CNTRPARM.DAT), SO HR *
      *  CAN RENEW, MAKE PERMANENT OR LET IT RUN OUT BEFORE *
      *  EMPCONTR RAISES THE END-OF-CONTRACT TERMINATION.   *
      *  THE SAME LISTING CARRIES ANYONE WHOSE RENEWALS     *
      *  TAKE THEIR TOTAL TERM FROM THE FIRST START PAST    *
      *  THE STATUTORY MAXIMUM, WHENEVER THE CONTRACT ENDS. *
      *  REPORT ON CNTALRPT.DAT; RC=4 WHEN ANYONE IS OVER   *
      *  THE MAXIMUM.                                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-MASTER ASSIGN TO 'CONTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CTR-EMP-ID
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT PARM-FILE ASSIGN TO 'CNTRPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'CNTALRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       COPY CONTREC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PARM-FILE
           RECORD CONTAINS 09 CHARACTERS.
       01  CONTRACT-PARM-RECORD.
           03  CNP-MAX-MONTHS      PIC 9(03).
           03  CNP-NEAR-DAYS       PIC 9(03).
           03  CNP-FAR-DAYS        PIC 9(03).
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
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-MAX-MONTHS           PIC 9(03) VALUE 48.
       01  WS-NEAR-DAYS            PIC 9(03) VALUE 30.
       01  WS-FAR-DAYS             PIC 9(03) VALUE 60.
       01  WS-NEAR-LIMIT           PIC 9(08) VALUE ZERO.
       01  WS-FAR-LIMIT            PIC 9(08) VALUE ZERO.
       01  WS-TERM-MONTHS          PIC S9(05) VALUE ZERO.
       01  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
           03  WS-CALC-YR          PIC 9(04).
           03  WS-CALC-MM          PIC 9(02).
           03  WS-CALC-DD          PIC 9(02).
       01  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
       01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           03  WS-FROM-YR          PIC 9(04).
           03  WS-FROM-MM          PIC 9(02).
           03  WS-FROM-DD          PIC 9(02).
       COPY DATEREQ.
       01  WS-EMP-NAME             PIC X(15) VALUE SPACES.
       01  WS-WINDOW-TEXT.
           03  FILLER              PIC X(07) VALUE 'WITHIN '.
           03  WS-WINDOW-DAYS      PIC ZZ9.
       01  WS-TOT-READ             PIC 9(05) VALUE ZERO.
       01  WS-TOT-LIVE             PIC 9(05) VALUE ZERO.
       01  WS-TOT-NEAR             PIC 9(05) VALUE ZERO.
       01  WS-TOT-FAR              PIC 9(05) VALUE ZERO.
       01  WS-TOT-OVER-MAX         PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(39) VALUE
               'FIXED-TERM CONTRACTS ENDING SOON - RUN '.
           03  OUT-HDG-DATE        PIC 9(08).
           03  FILLER              PIC X(17) VALUE
               '  STATUTORY MAX: '.
           03  OUT-HDG-MAX         PIC ZZ9.
           03  FILLER              PIC X(13) VALUE ' MONTHS'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(16) VALUE 'EMP NAME'.
           03  FILLER              PIC X(04) VALUE 'TY'.
           03  FILLER              PIC X(10) VALUE 'FIRST STRT'.
           03  FILLER              PIC X(10) VALUE 'END DATE'.
           03  FILLER              PIC X(04) VALUE 'RN'.
           03  FILLER              PIC X(05) VALUE 'MTHS'.
           03  FILLER              PIC X(12) VALUE 'ENDING'.
           03  FILLER              PIC X(13) VALUE 'TOTAL TERM'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EMP-NAME        PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TYPE            PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-FIRST-START     PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-END-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RENEWALS        PIC Z9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TERM-MONTHS     PIC ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-WINDOW          PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TERM-FLAG       PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(05) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(07) VALUE 'LIVE: '.
           03  OUT-TOT-LIVE        PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  WITHIN '.
           03  OUT-NEAR-DAYS       PIC ZZ9.
           03  FILLER              PIC X(08) VALUE ' DAYS: '.
           03  OUT-TOT-NEAR        PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  WITHIN '.
           03  OUT-FAR-DAYS        PIC ZZ9.
           03  FILLER              PIC X(08) VALUE ' DAYS: '.
           03  OUT-TOT-FAR         PIC ZZZZ9.
           03  FILLER              PIC X(11) VALUE ' OVER MAX: '.
           03  OUT-TOT-OVER-MAX    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-PARM-PARA
      *    THE TWO ALERT HORIZONS ARE CALENDAR DAYS FROM TODAY
      *    (DATECALC), SO A MONTH END OR 29 FEBRUARY LANDS ON THE
      *    RIGHT DATE.
           MOVE 'AD'            TO DTQ-FUNCTION
           MOVE WS-TODAY-NUM    TO DTQ-DATE-1
           MOVE WS-NEAR-DAYS    TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-NEAR-LIMIT
           MOVE WS-FAR-DAYS     TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-FAR-LIMIT
           MOVE WS-TODAY-NUM  TO OUT-HDG-DATE
           MOVE WS-MAX-MONTHS TO OUT-HDG-MAX
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2 ' - NAMES NOT SHOWN'
           END-IF
           OPEN INPUT CONTRACT-MASTER
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'CONTMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT1 ' - NOTHING TO REPORT'
               MOVE 'Y' TO WS-FILE-FLAG
           ELSE
               PERFORM 1500-READ-CONTRACT-PARA
           END-IF.
      *****************************************************
      *  CNTRPARM.DAT: STATUTORY MAXIMUM TOTAL TERM IN      *
      *  MONTHS, THEN THE NEAR AND FAR ALERT HORIZONS IN    *
      *  DAYS.  DEFAULTS 48, 30 AND 60.                     *
      *****************************************************
       1100-LOAD-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT3 = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CNP-MAX-MONTHS NUMERIC
                           AND CNP-MAX-MONTHS > ZERO
                           MOVE CNP-MAX-MONTHS TO WS-MAX-MONTHS
                       END-IF
                       IF CNP-NEAR-DAYS NUMERIC
                           AND CNP-FAR-DAYS NUMERIC
                           AND CNP-NEAR-DAYS > ZERO
                           AND CNP-FAR-DAYS > CNP-NEAR-DAYS
                           MOVE CNP-NEAR-DAYS TO WS-NEAR-DAYS
                           MOVE CNP-FAR-DAYS  TO WS-FAR-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'CNTRPARM.DAT NOT PRESENT - 48 MONTH '
                   'MAXIMUM, 30 AND 60 DAY ALERTS'
           END-IF.
       1500-READ-CONTRACT-PARA.
           READ CONTRACT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           IF CTR-LIVE
               PERFORM 2100-CHECK-CONTRACT-PARA
           END-IF
           PERFORM 1500-READ-CONTRACT-PARA.
      *****************************************************
      *  A LIVE CONTRACT IS LISTED WHEN IT ENDS INSIDE THE  *
      *  FAR HORIZON OR ITS TOTAL TERM IS PAST THE          *
      *  STATUTORY MAXIMUM, WHENEVER IT ENDS.               *
      *****************************************************
       2100-CHECK-CONTRACT-PARA.
           ADD 1 TO WS-TOT-LIVE
           MOVE SPACES TO OUT-WINDOW OUT-TERM-FLAG
           EVALUATE TRUE
               WHEN CTR-END < WS-TODAY-NUM
                   MOVE 'PAST END' TO OUT-WINDOW
                   ADD 1 TO WS-TOT-NEAR
               WHEN CTR-END NOT > WS-NEAR-LIMIT
                   MOVE WS-NEAR-DAYS   TO WS-WINDOW-DAYS
                   MOVE WS-WINDOW-TEXT TO OUT-WINDOW
                   ADD 1 TO WS-TOT-NEAR
               WHEN CTR-END NOT > WS-FAR-LIMIT
                   MOVE WS-FAR-DAYS    TO WS-WINDOW-DAYS
                   MOVE WS-WINDOW-TEXT TO OUT-WINDOW
                   ADD 1 TO WS-TOT-FAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 3000-CHECK-MAXIMUM-PARA
           IF OUT-WINDOW NOT = SPACES OR OUT-TERM-FLAG NOT = SPACES
               PERFORM 2200-PRINT-CONTRACT-PARA
           END-IF.
       2200-PRINT-CONTRACT-PARA.
           MOVE SPACES TO WS-EMP-NAME
           IF WS-FILE-STAT2 = '00'
               MOVE CTR-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE '*NOT ON MASTER*' TO WS-EMP-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-EMP-NAME
               END-READ
           END-IF
           MOVE CTR-EMP-ID      TO OUT-EMP-ID
           MOVE WS-EMP-NAME     TO OUT-EMP-NAME
           MOVE CTR-TYPE        TO OUT-TYPE
           MOVE CTR-FIRST-START TO OUT-FIRST-START
           MOVE CTR-END         TO OUT-END-DATE
           MOVE CTR-RENEWALS    TO OUT-RENEWALS
           MOVE WS-TERM-MONTHS  TO OUT-TERM-MONTHS
           WRITE REPORT-RECORD FROM DETAIL-LINE.
      *****************************************************
      *  TOTAL TERM IN STARTED MONTHS FROM THE FIRST START  *
      *  TO THE CURRENT END, AND THE STATUTORY TEST MADE BY *
      *  EMPCONTR: OVER WHEN THE END REACHES THE FIRST      *
      *  START PLUS THE MAXIMUM MONTHS.                     *
      *****************************************************
       3000-CHECK-MAXIMUM-PARA.
           MOVE CTR-FIRST-START TO WS-FROM-DATE
           MOVE CTR-END         TO WS-CALC-DATE
           COMPUTE WS-TERM-MONTHS =
               ((WS-CALC-YR - WS-FROM-YR) * 12)
               + WS-CALC-MM - WS-FROM-MM
           IF WS-CALC-DD NOT < WS-FROM-DD
               ADD 1 TO WS-TERM-MONTHS
           END-IF
           IF WS-TERM-MONTHS < ZERO
               MOVE ZERO TO WS-TERM-MONTHS
           END-IF
           MOVE 'AM'            TO DTQ-FUNCTION
           MOVE CTR-FIRST-START TO DTQ-DATE-1
           MOVE WS-MAX-MONTHS   TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK AND CTR-END NOT < DTQ-RESULT-DATE
               MOVE 'OVER MAX' TO OUT-TERM-FLAG
               ADD 1 TO WS-TOT-OVER-MAX
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-LIVE     TO OUT-TOT-LIVE
           MOVE WS-NEAR-DAYS    TO OUT-NEAR-DAYS
           MOVE WS-TOT-NEAR     TO OUT-TOT-NEAR
           MOVE WS-FAR-DAYS     TO OUT-FAR-DAYS
           MOVE WS-TOT-FAR      TO OUT-TOT-FAR
           MOVE WS-TOT-OVER-MAX TO OUT-TOT-OVER-MAX
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** CONTRACT END ALERT SUMMARY **'
           DISPLAY 'RECORDS READ  : ', WS-TOT-READ
           DISPLAY 'LIVE CONTRACTS: ', WS-TOT-LIVE
           DISPLAY 'ENDING NEAR   : ', WS-TOT-NEAR
           DISPLAY 'ENDING LATER  : ', WS-TOT-FAR
           DISPLAY 'OVER MAXIMUM  : ', WS-TOT-OVER-MAX
           IF WS-TOT-OVER-MAX > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE CONTRACT-MASTER
           END-IF
           IF WS-FILE-STAT2 = '00'
               CLOSE EMPLOYEE-MASTER
           END-IF
           CLOSE REPORT-FILE.
