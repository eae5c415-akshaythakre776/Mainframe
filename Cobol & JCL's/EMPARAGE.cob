       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPARAGE.
      *****************************************************
      *  AGED-DEBTORS REPORT.  READS THE INVOICE REGISTER   *
      *  (INVREG.DAT) AT MONTH END AND, FOR EVERY INVOICE   *
      *  STILL CARRYING AN OPEN BALANCE (AMOUNT LESS CASH   *
      *  APPLIED LESS CREDITS), AGES IT FROM THE INVOICE    *
      *  DATE INTO 0-30, 31-60, 61-90 AND OVER-90 DAY       *
      *  BUCKETS.  ONE LINE PER CLIENT WITH THE BUCKETS AND *
      *  TOTAL OWED, THEN THE GRAND TOTALS - CREDIT         *
      *  CONTROL WORKS FROM THIS INSTEAD OF A SPREADSHEET.  *
      *  THE AS-AT DATE IS THE RUN DATE UNLESS ARAGE-DATE   *
      *  (YYYYMMDD) IS SET IN THE ENVIRONMENT.  DAYS ARE    *
      *  TRUE CALENDAR DAYS FROM THE SHARED DATECALC        *
      *  SUBPROGRAM.  OUTPUT ON ARAGERPT.DAT.               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO 'INVREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS IRG-INVOICE-NO
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT REPORT-FILE ASSIGN TO 'ARAGERPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY INVREG.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-AS-AT.
           03  WS-AS-AT-YR         PIC 9(04).
           03  WS-AS-AT-MM         PIC 9(02).
           03  WS-AS-AT-DD         PIC 9(02).
       01  WS-AS-AT-NUM REDEFINES WS-AS-AT
                                   PIC 9(08).
       01  WS-ENV-DATE             PIC X(08) VALUE SPACES.
       01  WS-INV-DATE.
           03  WS-INV-YR           PIC 9(04).
           03  WS-INV-MM           PIC 9(02).
           03  WS-INV-DD           PIC 9(02).
       01  WS-DAYS-OUT             PIC S9(05) VALUE ZERO.
       COPY DATEREQ.
       01  WS-OPEN-BAL             PIC S9(9)V99 VALUE ZERO.
       01  WS-BUCKET               PIC 9(01) VALUE ZERO.
       01  WS-CLI-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-CLI-TABLE.
           03  CLI-ENTRY           OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-CLI-COUNT.
               05  TBL-CLI-CODE    PIC X(08).
               05  TBL-CLI-ITEMS   PIC 9(05).
               05  TBL-CLI-BUCKET  PIC 9(09)V99 OCCURS 4 TIMES.
               05  TBL-CLI-TOTAL   PIC 9(09)V99.
       01  WS-GRAND-BUCKET         PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-GRAND-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-BSUB                 PIC 9(01) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-OPEN         PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(30) VALUE
               'AGED DEBTORS AS AT'.
           03  OUT-HDG-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(42) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(09) VALUE 'CLIENT'.
           03  FILLER              PIC X(05) VALUE 'ITEMS'.
           03  FILLER              PIC X(13) VALUE '      0-30'.
           03  FILLER              PIC X(13) VALUE '     31-60'.
           03  FILLER              PIC X(13) VALUE '     61-90'.
           03  FILLER              PIC X(13) VALUE '       90+'.
           03  FILLER              PIC X(14) VALUE '    TOTAL OWED'.
       01  DETAIL-LINE.
           03  OUT-CLIENT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ITEMS           PIC ZZZZ9 VALUE ZERO.
           03  OUT-BUCKET          PIC ZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
           03  OUT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'REGISTER RECORDS READ:'.
           03  OUT-TOT-READ        PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'OPEN INVOICES:        '.
           03  OUT-TOT-OPEN        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 3000-PRINT-CLIENTS-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-AS-AT FROM DATE YYYYMMDD
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'ARAGE-DATE'
           IF WS-ENV-DATE NUMERIC AND WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-AS-AT
           END-IF
           MOVE ZERO TO WS-GRAND-BUCKET(1) WS-GRAND-BUCKET(2)
                        WS-GRAND-BUCKET(3) WS-GRAND-BUCKET(4)
           OPEN OUTPUT REPORT-FILE
           MOVE WS-AS-AT-NUM TO OUT-HDG-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT REGISTER-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'INVREG.DAT NOT PRESENT - NOTHING TO AGE'
               MOVE 'Y' TO WS-FILE-FLAG
           ELSE
               PERFORM 1500-READ-REGISTER-PARA
           END-IF.
       1500-READ-REGISTER-PARA.
           READ REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           COMPUTE WS-OPEN-BAL = IRG-AMOUNT
               - IRG-PAID-AMT - IRG-CREDIT-AMT
           IF WS-OPEN-BAL > ZERO
               ADD 1 TO WS-TOT-OPEN
               PERFORM 2100-AGE-INVOICE-PARA
               PERFORM 2200-ADD-TO-CLIENT-PARA
           END-IF
           PERFORM 1500-READ-REGISTER-PARA.
       2100-AGE-INVOICE-PARA.
           MOVE IRG-DATE TO WS-INV-DATE
           MOVE 'DB'            TO DTQ-FUNCTION
           MOVE WS-INV-DATE     TO DTQ-DATE-1
           MOVE WS-AS-AT-NUM    TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-DAYS-OUT
           EVALUATE TRUE
               WHEN WS-DAYS-OUT NOT > 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-OUT NOT > 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-OUT NOT > 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
       2200-ADD-TO-CLIENT-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 2210-CHECK-CLIENT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLI-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-CLI-COUNT < 200
                   ADD 1 TO WS-CLI-COUNT
                   MOVE WS-CLI-COUNT TO WS-FIND-SUB
                   MOVE IRG-CLIENT TO TBL-CLI-CODE(WS-FIND-SUB)
                   MOVE ZERO TO TBL-CLI-ITEMS(WS-FIND-SUB)
                                TBL-CLI-TOTAL(WS-FIND-SUB)
                                TBL-CLI-BUCKET(WS-FIND-SUB, 1)
                                TBL-CLI-BUCKET(WS-FIND-SUB, 2)
                                TBL-CLI-BUCKET(WS-FIND-SUB, 3)
                                TBL-CLI-BUCKET(WS-FIND-SUB, 4)
               ELSE
                   DISPLAY 'WARNING - CLIENT TABLE FULL AT 200 - '
                       IRG-CLIENT ' NOT AGED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD 1 TO TBL-CLI-ITEMS(WS-FIND-SUB)
               ADD WS-OPEN-BAL TO
                   TBL-CLI-BUCKET(WS-FIND-SUB, WS-BUCKET)
                   TBL-CLI-TOTAL(WS-FIND-SUB)
                   WS-GRAND-BUCKET(WS-BUCKET)
                   WS-GRAND-TOTAL
           END-IF.
       2210-CHECK-CLIENT-PARA.
           IF TBL-CLI-CODE(WS-SUB) = IRG-CLIENT
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       3000-PRINT-CLIENTS-PARA.
           PERFORM 3100-PRINT-ONE-CLIENT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLI-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TOTAL'        TO OUT-CLIENT
           MOVE WS-TOT-OPEN    TO OUT-ITEMS
           PERFORM 3200-MOVE-GRAND-BUCKET-PARA
               VARYING WS-BSUB FROM 1 BY 1
               UNTIL WS-BSUB > 4
           MOVE WS-GRAND-TOTAL TO OUT-TOTAL
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       3100-PRINT-ONE-CLIENT-PARA.
           MOVE TBL-CLI-CODE(WS-SUB)  TO OUT-CLIENT
           MOVE TBL-CLI-ITEMS(WS-SUB) TO OUT-ITEMS
           PERFORM 3150-MOVE-CLIENT-BUCKET-PARA
               VARYING WS-BSUB FROM 1 BY 1
               UNTIL WS-BSUB > 4
           MOVE TBL-CLI-TOTAL(WS-SUB) TO OUT-TOTAL
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       3150-MOVE-CLIENT-BUCKET-PARA.
           MOVE TBL-CLI-BUCKET(WS-SUB, WS-BSUB)
               TO OUT-BUCKET(WS-BSUB).
       3200-MOVE-GRAND-BUCKET-PARA.
           MOVE WS-GRAND-BUCKET(WS-BSUB) TO OUT-BUCKET(WS-BSUB).
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ TO OUT-TOT-READ
           MOVE WS-TOT-OPEN TO OUT-TOT-OPEN
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** AGED DEBTORS SUMMARY **'
           DISPLAY 'AS AT DATE      : ', WS-AS-AT-NUM
           DISPLAY 'INVOICES READ   : ', WS-TOT-READ
           DISPLAY 'OPEN INVOICES   : ', WS-TOT-OPEN
           DISPLAY 'CLIENTS OWING   : ', WS-CLI-COUNT
           DISPLAY 'TOTAL OWED      : ', WS-GRAND-TOTAL
           CLOSE REPORT-FILE
           IF WS-FILE-STAT1 = '00' OR '10'
               CLOSE REGISTER-FILE
           END-IF.
