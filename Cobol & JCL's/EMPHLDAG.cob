       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHLDAG.
      *****************************************************
      *  PAYMENT HOLD AGING REPORT.  EVERY EMPLOYEE STILL   *
      *  ON PAYMENT HOLD (PAYHOLD.DAT) - HELD, OR RELEASED  *
      *  BUT NOT YET PAID BY EMPBANK - WITH THE NETS        *
      *  DIVERTED TO THE HELD-PAYMENTS REGISTER             *
      *  (HELDPAY.DAT, SOURCE EMPBANK) SINCE THE HOLD WAS   *
      *  PLACED, AGED FROM THE DATE EACH WAS HELD INTO      *
      *  0-30, 31-60, 61-90 AND OVER-90 DAY BUCKETS, AND    *
      *  THE TOTAL THE HOLD WILL PAY WHEN IT IS RELEASED.   *
      *  A SECOND LINE CARRIES WHEN AND BY WHOM THE HOLD    *
      *  WAS PLACED AND WHY.  A HOLD WHOSE REGISTER ENTRIES *
      *  DO NOT ADD UP TO ITS ACCUMULATED AMOUNT IS FLAGGED *
      *  AND THE STEP ENDS RC=4.  THE AS-AT DATE IS THE RUN *
      *  DATE UNLESS HLDAG-DATE (YYYYMMDD) IS SET IN THE    *
      *  ENVIRONMENT.  DAYS ARE TRUE CALENDAR DAYS FROM THE *
      *  SHARED DATECALC SUBPROGRAM.  OUTPUT ON             *
      *  HLDAGRPT.DAT.                                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'PAYHOLD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PHD-EMP-ID
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT HELD-PAY-FILE ASSIGN TO 'HELDPAY.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT REPORT-FILE ASSIGN TO 'HLDAGRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PAYHOLD.
       FD  HELD-PAY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY HELDPAY.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-AS-AT.
           03  WS-AS-AT-YR         PIC 9(04).
           03  WS-AS-AT-MM         PIC 9(02).
           03  WS-AS-AT-DD         PIC 9(02).
       01  WS-AS-AT-NUM REDEFINES WS-AS-AT
                                   PIC 9(08).
       01  WS-ENV-DATE             PIC X(08) VALUE SPACES.
       01  WS-DAYS-HELD            PIC S9(05) VALUE ZERO.
       COPY DATEREQ.
       01  WS-BUCKET               PIC 9(01) VALUE ZERO.
       01  WS-HOLD-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-HOLD-TABLE.
           03  HOLD-ENTRY          OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-HOLD-COUNT.
               05  TBL-HLD-EMP-ID  PIC X(05).
               05  TBL-HLD-STATUS  PIC X(01).
               05  TBL-HLD-REASON  PIC X(20).
               05  TBL-HLD-BY      PIC X(08).
               05  TBL-HLD-PLACED  PIC 9(08).
               05  TBL-HLD-AMT     PIC 9(09)V99.
               05  TBL-HLD-ITEMS   PIC 9(05).
               05  TBL-HLD-BUCKET  PIC 9(09)V99 OCCURS 4 TIMES.
               05  TBL-HLD-REG-AMT PIC 9(09)V99.
       01  WS-GRAND-BUCKET         PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-GRAND-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-BSUB                 PIC 9(01) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-HOLDS        PIC 9(05) VALUE ZERO.
           03  WS-TOT-RELEASED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ITEMS        PIC 9(05) VALUE ZERO.
           03  WS-TOT-DIFFERS      PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(30) VALUE
               'PAYMENT HOLDS AGED AS AT'.
           03  OUT-HDG-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(42) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(09) VALUE 'EMP-ID'.
           03  FILLER              PIC X(05) VALUE 'ITEMS'.
           03  FILLER              PIC X(13) VALUE '      0-30'.
           03  FILLER              PIC X(13) VALUE '     31-60'.
           03  FILLER              PIC X(13) VALUE '     61-90'.
           03  FILLER              PIC X(13) VALUE '       90+'.
           03  FILLER              PIC X(14) VALUE '    TOTAL HELD'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ITEMS           PIC ZZZZ9 VALUE ZERO.
           03  OUT-BUCKET          PIC ZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
           03  OUT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  HOLD-INFO-LINE.
           03  FILLER              PIC X(13) VALUE
               '  HELD SINCE '.
           03  OUT-PLACED          PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(04) VALUE ' BY '.
           03  OUT-PLACED-BY       PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(03) VALUE ' - '.
           03  OUT-REASON          PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-FLAG            PIC X(16) VALUE SPACES.
           03  FILLER              PIC X(06) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'HOLDS ON FILE:        '.
           03  OUT-TOT-HOLDS       PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'RELEASED, NOT PAID:   '.
           03  OUT-TOT-RELEASED    PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(22) VALUE
               'REGISTER DIFFERS:     '.
           03  OUT-TOT-DIFFERS     PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-LOAD-HOLD-PARA  UNTIL  END-OF-FILE
           PERFORM 3000-AGE-REGISTER-PARA
           PERFORM 4000-PRINT-HOLDS-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-AS-AT FROM DATE YYYYMMDD
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'HLDAG-DATE'
           IF WS-ENV-DATE NUMERIC AND WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-AS-AT
           END-IF
           MOVE ZERO TO WS-GRAND-BUCKET(1) WS-GRAND-BUCKET(2)
                        WS-GRAND-BUCKET(3) WS-GRAND-BUCKET(4)
           OPEN OUTPUT REPORT-FILE
           MOVE WS-AS-AT-NUM TO OUT-HDG-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT HOLD-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'PAYHOLD.DAT NOT PRESENT - NO PAYMENT HOLDS'
               MOVE 'Y' TO WS-FILE-FLAG
           END-IF.
       2000-LOAD-HOLD-PARA.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   IF WS-HOLD-COUNT < 500
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE WS-HOLD-COUNT TO WS-SUB
                       PERFORM 2100-SET-HOLD-PARA
                   ELSE
                       DISPLAY 'WARNING - HOLD TABLE FULL AT 500 - '
                           PHD-EMP-ID ' NOT AGED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
       2100-SET-HOLD-PARA.
           MOVE PHD-EMP-ID      TO TBL-HLD-EMP-ID(WS-SUB)
           MOVE PHD-STATUS      TO TBL-HLD-STATUS(WS-SUB)
           MOVE PHD-REASON      TO TBL-HLD-REASON(WS-SUB)
           MOVE PHD-PLACED-BY   TO TBL-HLD-BY(WS-SUB)
           MOVE PHD-PLACED-DATE TO TBL-HLD-PLACED(WS-SUB)
           MOVE PHD-HELD-AMT    TO TBL-HLD-AMT(WS-SUB)
           MOVE ZERO TO TBL-HLD-ITEMS(WS-SUB)
                        TBL-HLD-REG-AMT(WS-SUB)
                        TBL-HLD-BUCKET(WS-SUB, 1)
                        TBL-HLD-BUCKET(WS-SUB, 2)
                        TBL-HLD-BUCKET(WS-SUB, 3)
                        TBL-HLD-BUCKET(WS-SUB, 4)
           ADD 1 TO WS-TOT-HOLDS
           ADD PHD-HELD-AMT TO WS-GRAND-TOTAL
           IF PHD-RELEASED
               ADD 1 TO WS-TOT-RELEASED
           END-IF.
      *****************************************************
      *  ONLY EMPBANK'S ENTRIES ON THE REGISTER BELONG TO A *
      *  PAYMENT HOLD, AND ONLY THOSE DATED ON OR AFTER THE *
      *  HOLD WAS PLACED - AN EARLIER ENTRY WAS PAID WHEN   *
      *  AN EARLIER HOLD ON THE SAME EMPLOYEE WAS RELEASED. *
      *****************************************************
       3000-AGE-REGISTER-PARA.
           IF WS-HOLD-COUNT > ZERO
               MOVE 'N' TO WS-FILE-FLAG
               OPEN INPUT HELD-PAY-FILE
               IF WS-FILE-STAT2 = '00'
                   PERFORM 3100-READ-REGISTER-PARA UNTIL END-OF-FILE
                   CLOSE HELD-PAY-FILE
               ELSE
                   DISPLAY 'HELDPAY.DAT NOT PRESENT - HOLDS NOT AGED'
               END-IF
           END-IF.
       3100-READ-REGISTER-PARA.
           READ HELD-PAY-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   IF HPY-SOURCE = 'EMPBANK '
                       PERFORM 3200-FIND-HOLD-PARA
                   END-IF
           END-READ.
       3200-FIND-HOLD-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 3250-CHECK-HOLD-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HOLD-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB > ZERO
               PERFORM 3300-AGE-ENTRY-PARA
               ADD 1 TO TBL-HLD-ITEMS(WS-FIND-SUB)
                        WS-TOT-ITEMS
               ADD HPY-AMOUNT TO
                   TBL-HLD-BUCKET(WS-FIND-SUB, WS-BUCKET)
                   TBL-HLD-REG-AMT(WS-FIND-SUB)
                   WS-GRAND-BUCKET(WS-BUCKET)
           END-IF.
       3250-CHECK-HOLD-PARA.
           IF TBL-HLD-EMP-ID(WS-SUB) = HPY-EMP-ID
               AND HPY-HELD-DATE NOT < TBL-HLD-PLACED(WS-SUB)
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       3300-AGE-ENTRY-PARA.
           MOVE 'DB'            TO DTQ-FUNCTION
           MOVE HPY-HELD-DATE   TO DTQ-DATE-1
           MOVE WS-AS-AT-NUM    TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-DAYS-HELD
           EVALUATE TRUE
               WHEN WS-DAYS-HELD NOT > 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-HELD NOT > 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-HELD NOT > 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
       4000-PRINT-HOLDS-PARA.
           PERFORM 4100-PRINT-ONE-HOLD-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HOLD-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TOTAL'        TO OUT-EMP-ID
           MOVE WS-TOT-ITEMS   TO OUT-ITEMS
           PERFORM 4200-MOVE-GRAND-BUCKET-PARA
               VARYING WS-BSUB FROM 1 BY 1
               UNTIL WS-BSUB > 4
           MOVE WS-GRAND-TOTAL TO OUT-TOTAL
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       4100-PRINT-ONE-HOLD-PARA.
           MOVE TBL-HLD-EMP-ID(WS-SUB) TO OUT-EMP-ID
           MOVE TBL-HLD-ITEMS(WS-SUB)  TO OUT-ITEMS
           PERFORM 4150-MOVE-HOLD-BUCKET-PARA
               VARYING WS-BSUB FROM 1 BY 1
               UNTIL WS-BSUB > 4
           MOVE TBL-HLD-AMT(WS-SUB)    TO OUT-TOTAL
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE TBL-HLD-PLACED(WS-SUB) TO OUT-PLACED
           MOVE TBL-HLD-BY(WS-SUB)     TO OUT-PLACED-BY
           MOVE TBL-HLD-REASON(WS-SUB) TO OUT-REASON
           MOVE SPACES                 TO OUT-FLAG
           EVALUATE TRUE
               WHEN TBL-HLD-REG-AMT(WS-SUB) NOT = TBL-HLD-AMT(WS-SUB)
                   MOVE '* REGISTER DIFFS' TO OUT-FLAG
                   ADD 1 TO WS-TOT-DIFFERS
               WHEN TBL-HLD-STATUS(WS-SUB) = 'R'
                   MOVE 'RELEASE PENDING'  TO OUT-FLAG
           END-EVALUATE
           WRITE REPORT-RECORD FROM HOLD-INFO-LINE.
       4150-MOVE-HOLD-BUCKET-PARA.
           MOVE TBL-HLD-BUCKET(WS-SUB, WS-BSUB)
               TO OUT-BUCKET(WS-BSUB).
       4200-MOVE-GRAND-BUCKET-PARA.
           MOVE WS-GRAND-BUCKET(WS-BSUB) TO OUT-BUCKET(WS-BSUB).
       9000-TERMINATION-PARA.
           MOVE WS-TOT-HOLDS    TO OUT-TOT-HOLDS
           MOVE WS-TOT-RELEASED TO OUT-TOT-RELEASED
           MOVE WS-TOT-DIFFERS  TO OUT-TOT-DIFFERS
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           DISPLAY '** PAYMENT HOLD AGING SUMMARY **'
           DISPLAY 'AS AT DATE      : ', WS-AS-AT-NUM
           DISPLAY 'HOLDS ON FILE   : ', WS-TOT-HOLDS
           DISPLAY 'RELEASED/UNPAID : ', WS-TOT-RELEASED
           DISPLAY 'REGISTER ITEMS  : ', WS-TOT-ITEMS
           DISPLAY 'TOTAL HELD      : ', WS-GRAND-TOTAL
           IF WS-TOT-DIFFERS > ZERO
               DISPLAY 'REGISTER DIFFERS: ', WS-TOT-DIFFERS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE REPORT-FILE
           IF WS-FILE-STAT1 = '00' OR '10'
               CLOSE HOLD-FILE
           END-IF.
