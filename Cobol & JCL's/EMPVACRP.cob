       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPVACRP.
      *****************************************************
      *  OPEN POSITION (VACANCY) REPORT.  READS THE         *
      *  POSITION CONTROL MASTER (POSMAST.DAT) IN POSITION  *
      *  NUMBER ORDER AND LISTS EVERY POSITION WITH NO      *
      *  INCUMBENT THAT IS NOT CLOSED - ITS DEPT, LOCATION, *
      *  GRADE, BUDGETED FTE, STATUS, THE DATE IT FELL      *
      *  VACANT AND HOW MANY DAYS IT HAS BEEN OPEN.         *
      *  ANYTHING OPEN LONGER THAN THE AGING LIMIT          *
      *  (VACAGE-DAYS FROM THE ENVIRONMENT, DEFAULT 90) IS  *
      *  FLAGGED.  DAYS ARE TRUE CALENDAR DAYS FROM THE     *
      *  SHARED DATECALC SUBPROGRAM.  REPORT ON VACRPT.DAT. *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO 'POSMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS POS-NUMBER
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT REPORT-FILE ASSIGN TO 'VACRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER
           RECORD CONTAINS 50 CHARACTERS.
       COPY POSNREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-VAC-DATE.
           03  WS-VAC-YR           PIC 9(04).
           03  WS-VAC-MM           PIC 9(02).
           03  WS-VAC-DD           PIC 9(02).
       01  WS-ENV-AGE              PIC X(03) VALUE SPACES.
       01  WS-AGE-LIMIT            PIC 9(03) VALUE 90.
       01  WS-DAYS-OPEN            PIC S9(05) VALUE ZERO.
       COPY DATEREQ.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-FILLED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-OPEN         PIC 9(05) VALUE ZERO.
           03  WS-TOT-OPEN-APPR    PIC 9(05) VALUE ZERO.
           03  WS-TOT-LONG         PIC 9(05) VALUE ZERO.
           03  WS-TOT-OPEN-FTE     PIC 9(05)V99 VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(30) VALUE
               'OPEN POSITION REPORT AS OF'.
           03  OUT-HDR-DATE        PIC 9999/99/99.
           03  FILLER              PIC X(40) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(08) VALUE 'POSITION'.
           03  FILLER              PIC X(06) VALUE 'DEPT'.
           03  FILLER              PIC X(05) VALUE 'LOC'.
           03  FILLER              PIC X(05) VALUE 'GRD'.
           03  FILLER              PIC X(06) VALUE ' FTE'.
           03  FILLER              PIC X(05) VALUE 'ST'.
           03  FILLER              PIC X(12) VALUE 'VACANT SINCE'.
           03  FILLER              PIC X(10) VALUE ' DAYS OPEN'.
           03  FILLER              PIC X(23) VALUE SPACES.
       01  DETAIL-LINE.
           03  OUT-POS-NUMBER      PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DEPT            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LOC             PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-GRADE           PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-FTE             PIC 9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-STATUS          PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-VAC-DATE        PIC 9999/99/99.
           03  FILLER              PIC X(05) VALUE SPACES.
           03  OUT-DAYS-OPEN       PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-FLAG            PIC X(09) VALUE SPACES.
           03  FILLER              PIC X(12) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(26) VALUE
               'POSITIONS ON MASTER:      '.
           03  OUT-TOT-READ        PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(26) VALUE
               'POSITIONS FILLED:         '.
           03  OUT-TOT-FILLED      PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(26) VALUE
               'OPEN POSITIONS:           '.
           03  OUT-TOT-OPEN        PIC ZZZZ9.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(26) VALUE
               '  APPROVED TO RECRUIT:    '.
           03  OUT-TOT-OPEN-APPR   PIC ZZZZ9.
       01  SUMMARY-LINE5.
           03  FILLER              PIC X(26) VALUE
               '  OPEN PAST AGING LIMIT:  '.
           03  OUT-TOT-LONG        PIC ZZZZ9.
       01  SUMMARY-LINE6.
           03  FILLER              PIC X(26) VALUE
               'OPEN BUDGETED FTE:        '.
           03  OUT-TOT-OPEN-FTE    PIC ZZZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-AGE FROM ENVIRONMENT 'VACAGE-DAYS'
           IF WS-ENV-AGE NUMERIC AND WS-ENV-AGE NOT = SPACES
               MOVE WS-ENV-AGE TO WS-AGE-LIMIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY TO OUT-HDR-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT POSITION-MASTER
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'POSMAST.DAT NOT PRESENT - NO POSITIONS '
                   'TO REPORT'
               MOVE 'Y' TO WS-FILE-FLAG
           ELSE
               PERFORM 1500-READ-POSITION-PARA
           END-IF.
       1500-READ-POSITION-PARA.
           READ POSITION-MASTER
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           EVALUATE TRUE
               WHEN NOT POS-VACANT
                   ADD 1 TO WS-TOT-FILLED
               WHEN POS-CLOSED
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-TOT-OPEN
                   ADD POS-BUDG-FTE TO WS-TOT-OPEN-FTE
                   IF POS-APPROVED
                       ADD 1 TO WS-TOT-OPEN-APPR
                   END-IF
                   PERFORM 2100-AGE-POSITION-PARA
                   PERFORM 2200-WRITE-DETAIL-PARA
           END-EVALUATE
           PERFORM 1500-READ-POSITION-PARA.
       2100-AGE-POSITION-PARA.
           MOVE POS-VACANT-DATE TO WS-VAC-DATE
           MOVE 'DB'            TO DTQ-FUNCTION
           MOVE WS-VAC-DATE     TO DTQ-DATE-1
           MOVE WS-TODAY        TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-DAYS-OPEN
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.
       2200-WRITE-DETAIL-PARA.
           MOVE POS-NUMBER      TO OUT-POS-NUMBER
           MOVE POS-DEPT        TO OUT-DEPT
           MOVE POS-LOC         TO OUT-LOC
           MOVE POS-GRADE       TO OUT-GRADE
           MOVE POS-BUDG-FTE    TO OUT-FTE
           MOVE POS-STATUS      TO OUT-STATUS
           MOVE POS-VACANT-DATE TO OUT-VAC-DATE
           MOVE WS-DAYS-OPEN    TO OUT-DAYS-OPEN
           MOVE SPACES          TO OUT-FLAG
           IF WS-DAYS-OPEN > WS-AGE-LIMIT
               MOVE 'LONG OPEN' TO OUT-FLAG
               ADD 1 TO WS-TOT-LONG
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ       TO OUT-TOT-READ
           MOVE WS-TOT-FILLED     TO OUT-TOT-FILLED
           MOVE WS-TOT-OPEN       TO OUT-TOT-OPEN
           MOVE WS-TOT-OPEN-APPR  TO OUT-TOT-OPEN-APPR
           MOVE WS-TOT-LONG       TO OUT-TOT-LONG
           MOVE WS-TOT-OPEN-FTE   TO OUT-TOT-OPEN-FTE
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           WRITE REPORT-RECORD FROM SUMMARY-LINE5
           WRITE REPORT-RECORD FROM SUMMARY-LINE6
           DISPLAY '** OPEN POSITION SUMMARY **'
           DISPLAY 'POSITIONS READ   : ', WS-TOT-READ
           DISPLAY 'OPEN POSITIONS   : ', WS-TOT-OPEN
           DISPLAY 'OPEN PAST LIMIT  : ', WS-TOT-LONG
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE POSITION-MASTER
           END-IF
           CLOSE REPORT-FILE.
