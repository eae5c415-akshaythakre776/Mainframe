       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTRSPD.
      *****************************************************
      *  QUARTERLY TRAINING SPEND BY DEPARTMENT AGAINST     *
      *  BUDGET.  SPEND IS THE COST OF EVERY COMPLETION ON  *
      *  THE TRAINING LEDGER (TRNLEDG.DAT, POSTED BY        *
      *  EMPTRAIN), CHARGED TO THE DEPARTMENT THE PERSON    *
      *  WAS IN WHEN IT WAS POSTED.  BUDGET IS              *
      *  BUD-TRAIN-BUDGET ON BUDGMAST.DAT FOR THE YEAR,     *
      *  ROLLED UP ACROSS LOCATIONS THE WAY EMPBONUS ROLLS  *
      *  UP ITS POOLS.  FOR EACH DEPARTMENT THE REPORT      *
      *  (TRSPDRPT.DAT) SHOWS THE QUARTER'S COMPLETIONS AND *
      *  SPEND, YEAR-TO-DATE SPEND TO THE QUARTER END, THE  *
      *  ANNUAL BUDGET AND THE SHARE OF IT USED, FLAGGED    *
      *  OVER BUDGET WHEN YEAR-TO-DATE PASSES THE ANNUAL    *
      *  FIGURE, AHEAD OF PLAN WHEN IT PASSES THE SHARE     *
      *  DUE BY THE QUARTER END, OR NO BUDGET WHEN THERE IS *
      *  SPEND BUT NO BUDGET ROW.  THE QUARTER DEFAULTS TO  *
      *  THE ONE THE RUN DATE FALLS IN; TRSPEND=YYYYMM      *
      *  NAMES ITS LAST MONTH INSTEAD.                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO 'TRNLEDG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT BUDGET-MASTER ASSIGN TO 'BUDGMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT REPORT-FILE ASSIGN TO 'TRSPDRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY TRNLEDG.
       FD  BUDGET-MASTER
           RECORD CONTAINS 49 CHARACTERS.
       COPY BUDGREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-LDG-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-LEDGER                 VALUE 'Y'.
       01  WS-BUD-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-BUDGETS                VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-ENV-END              PIC X(06) VALUE SPACES.
       01  WS-ENV-END-N REDEFINES WS-ENV-END
                                   PIC 9(06).
       01  WS-END-YR               PIC 9(04) VALUE ZERO.
       01  WS-END-MM               PIC 9(02) VALUE ZERO.
       01  WS-START-MM             PIC 9(02) VALUE ZERO.
       01  WS-QUARTER              PIC 9(01) VALUE ZERO.
       01  WS-FIND-DEPT            PIC X(04) VALUE SPACES.
       01  WS-DSUB                 PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-PLAN-TO-DATE         PIC 9(09)V99 VALUE ZERO.
       01  WS-PCT-USED             PIC 9(05) VALUE ZERO.
       01  WS-DEPT-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-DEPT-TABLE.
           03  DEPT-ENTRY          OCCURS 100 TIMES.
               05  TBL-DEP-CODE    PIC X(04).
               05  TBL-DEP-QTR-CNT PIC 9(05).
               05  TBL-DEP-QTR-AMT PIC 9(09)V99.
               05  TBL-DEP-YTD-AMT PIC 9(09)V99.
               05  TBL-DEP-BUDGET  PIC 9(09)V99.
       01  WS-COUNTERS.
           03  WS-TOT-LEDGER       PIC 9(07) VALUE ZERO.
           03  WS-TOT-QTR-CNT      PIC 9(05) VALUE ZERO.
           03  WS-TOT-QTR-AMT      PIC 9(09)V99 VALUE ZERO.
           03  WS-TOT-YTD-AMT      PIC 9(09)V99 VALUE ZERO.
           03  WS-TOT-BUDGET       PIC 9(09)V99 VALUE ZERO.
           03  WS-TOT-OVER         PIC 9(03) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(35) VALUE
               'TRAINING SPEND AGAINST BUDGET - Q'.
           03  OUT-HDR-QTR         PIC 9(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  OUT-HDR-YR          PIC 9(04).
           03  FILLER              PIC X(39) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'DEPT'.
           03  FILLER              PIC X(06) VALUE ' COMP'.
           03  FILLER              PIC X(11) VALUE ' QTR SPEND'.
           03  FILLER              PIC X(11) VALUE ' YTD SPEND'.
           03  FILLER              PIC X(13) VALUE '  ANNUAL BUDG'.
           03  FILLER              PIC X(06) VALUE '  PCT'.
           03  FILLER              PIC X(27) VALUE ' FLAG'.
       01  DETAIL-LINE.
           03  OUT-DEPT            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-QTR-CNT         PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-QTR-AMT         PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-YTD-AMT         PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-BUDGET          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PCT             PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-FLAG            PIC X(13) VALUE SPACES.
           03  FILLER              PIC X(13) VALUE SPACES.
       01  BLANK-LINE              PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-READ-LEDGER-PARA UNTIL END-OF-LEDGER
           PERFORM 3000-PRINT-DEPT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DEPT-COUNT
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-YR TO WS-END-YR
           COMPUTE WS-END-MM = ((WS-TODAY-MM + 2) / 3) * 3
           ACCEPT WS-ENV-END FROM ENVIRONMENT 'TRSPEND'
           IF WS-ENV-END NUMERIC AND WS-ENV-END-N > ZERO
               MOVE WS-ENV-END(1:4) TO WS-END-YR
               MOVE WS-ENV-END(5:2) TO WS-END-MM
           END-IF
           IF WS-END-MM < 3
               MOVE 3 TO WS-END-MM
           END-IF
           COMPUTE WS-START-MM = WS-END-MM - 2
           COMPUTE WS-QUARTER  = (WS-END-MM + 2) / 3
           OPEN OUTPUT REPORT-FILE
           MOVE WS-QUARTER TO OUT-HDR-QTR
           MOVE WS-END-YR  TO OUT-HDR-YR
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1400-LOAD-BUDGETS-PARA
           OPEN INPUT LEDGER-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'TRNLEDG.DAT NOT PRESENT - NO TRAINING SPEND'
               MOVE 'Y' TO WS-LDG-EOF-FLAG
           END-IF.
       1400-LOAD-BUDGETS-PARA.
           OPEN INPUT BUDGET-MASTER
           IF WS-FILE-STAT2 = '00'
               PERFORM 1450-READ-BUDGET-PARA UNTIL END-OF-BUDGETS
               CLOSE BUDGET-MASTER
           ELSE
               DISPLAY 'BUDGMAST.DAT NOT PRESENT - NO TRAINING '
                   'BUDGETS'
           END-IF.
       1450-READ-BUDGET-PARA.
           READ BUDGET-MASTER
               AT END
                   MOVE 'Y' TO WS-BUD-EOF-FLAG
               NOT AT END
                   IF BUD-YEAR = WS-END-YR
                       MOVE BUD-DEPT TO WS-FIND-DEPT
                       PERFORM 1460-FIND-DEPT-PARA
                       IF WS-DSUB > ZERO
                           ADD BUD-TRAIN-BUDGET TO
                               TBL-DEP-BUDGET(WS-DSUB)
                       END-IF
                   END-IF
           END-READ.
       1460-FIND-DEPT-PARA.
           MOVE ZERO TO WS-DSUB
           PERFORM 1470-CHECK-DEPT-PARA
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-DEPT-COUNT
           IF WS-DSUB = ZERO
               IF WS-DEPT-COUNT < 100
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-FIND-DEPT TO
                       TBL-DEP-CODE(WS-DEPT-COUNT)
                   MOVE ZERO TO TBL-DEP-QTR-CNT(WS-DEPT-COUNT)
                                TBL-DEP-QTR-AMT(WS-DEPT-COUNT)
                                TBL-DEP-YTD-AMT(WS-DEPT-COUNT)
                                TBL-DEP-BUDGET(WS-DEPT-COUNT)
                   MOVE WS-DEPT-COUNT TO WS-DSUB
               ELSE
                   DISPLAY 'WARNING - DEPARTMENT TABLE FULL AT 100 '
                       '- ' WS-FIND-DEPT ' LEFT OFF THE REPORT'
               END-IF
           END-IF.
       1470-CHECK-DEPT-PARA.
           IF TBL-DEP-CODE(WS-FIND-SUB) = WS-FIND-DEPT
               MOVE WS-FIND-SUB TO WS-DSUB
           END-IF.
      *****************************************************
      *  ONLY THE YEAR'S COMPLETIONS UP TO THE QUARTER END  *
      *  COUNT; THOSE IN THE QUARTER'S THREE MONTHS ALSO    *
      *  MAKE THE QUARTER COLUMNS.                          *
      *****************************************************
       2000-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LDG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-LEDGER
                   IF TLG-COMP-YR = WS-END-YR
                       AND TLG-COMP-MM NOT > WS-END-MM
                       MOVE TLG-DEPT TO WS-FIND-DEPT
                       PERFORM 1460-FIND-DEPT-PARA
                       IF WS-DSUB > ZERO
                           PERFORM 2100-ADD-SPEND-PARA
                       END-IF
                   END-IF
           END-READ.
       2100-ADD-SPEND-PARA.
           ADD TLG-COST TO TBL-DEP-YTD-AMT(WS-DSUB)
           IF TLG-COMP-MM NOT < WS-START-MM
               ADD 1        TO TBL-DEP-QTR-CNT(WS-DSUB)
               ADD TLG-COST TO TBL-DEP-QTR-AMT(WS-DSUB)
           END-IF.
       3000-PRINT-DEPT-PARA.
           MOVE TBL-DEP-CODE(WS-SUB)    TO OUT-DEPT
           MOVE TBL-DEP-QTR-CNT(WS-SUB) TO OUT-QTR-CNT
           MOVE TBL-DEP-QTR-AMT(WS-SUB) TO OUT-QTR-AMT
           MOVE TBL-DEP-YTD-AMT(WS-SUB) TO OUT-YTD-AMT
           MOVE TBL-DEP-BUDGET(WS-SUB)  TO OUT-BUDGET
           MOVE SPACES TO OUT-FLAG
           MOVE ZERO   TO WS-PCT-USED
           IF TBL-DEP-BUDGET(WS-SUB) > ZERO
               COMPUTE WS-PCT-USED ROUNDED =
                   (TBL-DEP-YTD-AMT(WS-SUB) * 100)
                   / TBL-DEP-BUDGET(WS-SUB)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PCT-USED
               END-COMPUTE
               COMPUTE WS-PLAN-TO-DATE ROUNDED =
                   TBL-DEP-BUDGET(WS-SUB) * WS-END-MM / 12
               EVALUATE TRUE
                   WHEN TBL-DEP-YTD-AMT(WS-SUB) >
                        TBL-DEP-BUDGET(WS-SUB)
                       MOVE 'OVER BUDGET' TO OUT-FLAG
                       ADD 1 TO WS-TOT-OVER
                   WHEN TBL-DEP-YTD-AMT(WS-SUB) > WS-PLAN-TO-DATE
                       MOVE 'AHEAD OF PLAN' TO OUT-FLAG
               END-EVALUATE
           ELSE
               IF TBL-DEP-YTD-AMT(WS-SUB) > ZERO
                   MOVE 'NO BUDGET' TO OUT-FLAG
                   ADD 1 TO WS-TOT-OVER
               END-IF
           END-IF
           MOVE WS-PCT-USED TO OUT-PCT
           WRITE REPORT-RECORD FROM DETAIL-LINE
           ADD TBL-DEP-QTR-CNT(WS-SUB) TO WS-TOT-QTR-CNT
           ADD TBL-DEP-QTR-AMT(WS-SUB) TO WS-TOT-QTR-AMT
           ADD TBL-DEP-YTD-AMT(WS-SUB) TO WS-TOT-YTD-AMT
           ADD TBL-DEP-BUDGET(WS-SUB)  TO WS-TOT-BUDGET.
       9000-TERMINATION-PARA.
           WRITE REPORT-RECORD FROM BLANK-LINE
           MOVE 'ALL '          TO OUT-DEPT
           MOVE WS-TOT-QTR-CNT  TO OUT-QTR-CNT
           MOVE WS-TOT-QTR-AMT  TO OUT-QTR-AMT
           MOVE WS-TOT-YTD-AMT  TO OUT-YTD-AMT
           MOVE WS-TOT-BUDGET   TO OUT-BUDGET
           MOVE ZERO            TO WS-PCT-USED
           IF WS-TOT-BUDGET > ZERO
               COMPUTE WS-PCT-USED ROUNDED =
                   (WS-TOT-YTD-AMT * 100) / WS-TOT-BUDGET
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PCT-USED
               END-COMPUTE
           END-IF
           MOVE WS-PCT-USED     TO OUT-PCT
           MOVE SPACES          TO OUT-FLAG
           WRITE REPORT-RECORD FROM DETAIL-LINE
           DISPLAY '** TRAINING SPEND SUMMARY **'
           DISPLAY 'LEDGER RECORDS   : ', WS-TOT-LEDGER
           DISPLAY 'QUARTER COMPLETNS: ', WS-TOT-QTR-CNT
           DISPLAY 'QUARTER SPEND    : ', WS-TOT-QTR-AMT
           DISPLAY 'YEAR-TO-DATE     : ', WS-TOT-YTD-AMT
           DISPLAY 'DEPTS FLAGGED    : ', WS-TOT-OVER
           IF WS-TOT-OVER > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE LEDGER-FILE
           END-IF
           CLOSE REPORT-FILE.
