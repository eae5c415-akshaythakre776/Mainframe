       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLTREG.
      *****************************************************
      *  LATE TIMECARD REGISTER BY APPROVER.  RUNS AT MONTH *
      *  END AFTER THE PERIOD IS PAID.  LISTS EVERY LATE    *
      *  CARD EMPLTCRD PAID IN THE PERIOD (LTCREG.DAT),     *
      *  GROUPED UNDER THE SUPERVISOR WHO APPROVED IT AFTER *
      *  THE CUTOFF - WORK DATE, CUTOFF, APPROVAL DATE,     *
      *  DAYS LATE, HOURS AND THE 'LT' ARREARS IT COST -    *
      *  WITH A SUBTOTAL PER SUPERVISOR AND A GRAND TOTAL,  *
      *  SO THE LATE APPROVERS CAN BE CHASED.  REPORT ON    *
      *  LTREGRPT.DAT.  THE PERIOD IS TODAY'S PAY PERIOD    *
      *  FROM PAYCAL.DAT; LTREGPER=YYYYMM REPRINTS AN       *
      *  EARLIER ONE.  RC=4 MEANS THE PERIOD HAD LATE       *
      *  CARDS.                                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO 'LTCREG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT REPORT-FILE ASSIGN TO 'LTREGRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY LTCREG.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-INPUT                  VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       COPY PCALREQ.
       01  WS-CARD-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CARD-TABLE.
           03  CARD-ENTRY          OCCURS 1000 TIMES.
               05  TBL-CD-SUPV     PIC X(08).
               05  TBL-CD-EMP-ID   PIC X(05).
               05  TBL-CD-WORKED   PIC 9(08).
               05  TBL-CD-CUTOFF   PIC 9(08).
               05  TBL-CD-APPR     PIC 9(08).
               05  TBL-CD-DAYS     PIC 9(04).
               05  TBL-CD-HOURS    PIC 9(2)V9.
               05  TBL-CD-AMT      PIC 9(7)V99.
       01  WS-SUPV-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-SUPV-TABLE.
           03  SUPV-ENTRY          OCCURS 200 TIMES.
               05  TBL-SV-ID       PIC X(08).
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-CD-SUB               PIC 9(04) VALUE ZERO.
       01  WS-SV-SUB               PIC 9(03) VALUE ZERO.
       COPY DATEREQ.
       01  WS-GRP-CARDS            PIC 9(05) VALUE ZERO.
       01  WS-GRP-HOURS            PIC 9(4)V9 VALUE ZERO.
       01  WS-GRP-AMT              PIC 9(7)V99 VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-CARDS        PIC 9(05) VALUE ZERO.
       01  WS-TOT-HOURS            PIC 9(4)V9 VALUE ZERO.
       01  WS-TOT-AMT              PIC 9(9)V99 VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(40) VALUE
               'LATE TIMECARDS BY APPROVER - PAY PERIOD '.
           03  OUT-HDR-PERIOD      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(34) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(10) VALUE 'SUPERVISOR'.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(09) VALUE 'WORKED'.
           03  FILLER              PIC X(09) VALUE 'CUTOFF'.
           03  FILLER              PIC X(09) VALUE 'APPROVED'.
           03  FILLER              PIC X(05) VALUE 'LATE'.
           03  FILLER              PIC X(06) VALUE '  HRS'.
           03  FILLER              PIC X(10) VALUE '    AMOUNT'.
           03  FILLER              PIC X(16) VALUE SPACES.
       01  DETAIL-LINE.
           03  OUT-SUPV            PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-WORKED          PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-CUTOFF          PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-APPROVED        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DAYS            PIC ZZZ9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-HOURS           PIC ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-AMT             PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(16) VALUE SPACES.
       01  TOTAL-LINE.
           03  OUT-TT-SUPV         PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TT-LABEL        PIC X(12) VALUE SPACES.
           03  OUT-TT-CARDS        PIC ZZZZ9 VALUE ZERO.
           03  FILLER              PIC X(06) VALUE ' CARDS'.
           03  FILLER              PIC X(14) VALUE SPACES.
           03  OUT-TT-HOURS        PIC ZZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TT-AMT          PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(16) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'REGISTER RECORDS:     '.
           03  OUT-TOT-READ        PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'TOTAL LT ARREARS:     '.
           03  OUT-TOT-AMT         PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-READ-REGISTER-PARA UNTIL END-OF-INPUT
           PERFORM 5000-PRINT-REGISTER-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
      *****************************************************
      *  THE PAY PERIOD LISTED IS TODAY'S (PAYCAL.DAT), OR  *
      *  THE ONE NAMED IN LTREGPER WHEN AN EARLIER PERIOD   *
      *  HAS TO BE REPRINTED.                               *
      *****************************************************
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO PCQ-DATE
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD TO WS-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'LTREGPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT REGISTER-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'LTCREG.DAT NOT PRESENT - NO LATE CARDS '
                   'ON RECORD'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
       2000-READ-REGISTER-PARA.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
                   IF LTR-PAY-PERIOD = WS-PERIOD
                       PERFORM 2100-STORE-CARD-PARA
                   END-IF
           END-READ.
       2100-STORE-CARD-PARA.
           IF WS-CARD-COUNT < 1000
               ADD 1 TO WS-CARD-COUNT
               MOVE LTR-SUPERVISOR TO TBL-CD-SUPV(WS-CARD-COUNT)
               MOVE LTR-EMP-ID     TO TBL-CD-EMP-ID(WS-CARD-COUNT)
               MOVE LTR-WORK-DATE  TO TBL-CD-WORKED(WS-CARD-COUNT)
               MOVE LTR-CUTOFF     TO TBL-CD-CUTOFF(WS-CARD-COUNT)
               MOVE LTR-APPR-DATE  TO TBL-CD-APPR(WS-CARD-COUNT)
               MOVE LTR-HOURS      TO TBL-CD-HOURS(WS-CARD-COUNT)
               COMPUTE TBL-CD-AMT(WS-CARD-COUNT) = LTR-BASE-AMT
                   + LTR-OT-AMT + LTR-SD-AMT
               PERFORM 2200-DAYS-LATE-PARA
               PERFORM 2300-ADD-SUPV-PARA
           ELSE
               DISPLAY 'WARNING - LATE CARD TABLE FULL AT 1000 - '
                   LTR-EMP-ID ' ' LTR-WORK-DATE ' NOT LISTED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       2200-DAYS-LATE-PARA.
           MOVE 'DB'          TO DTQ-FUNCTION
           MOVE LTR-CUTOFF    TO DTQ-DATE-1
           MOVE LTR-APPR-DATE TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-RESULT-DAYS > ZERO
               MOVE DTQ-RESULT-DAYS TO TBL-CD-DAYS(WS-CARD-COUNT)
           ELSE
               MOVE ZERO TO TBL-CD-DAYS(WS-CARD-COUNT)
           END-IF.
       2300-ADD-SUPV-PARA.
           MOVE ZERO TO WS-SV-SUB
           PERFORM 2350-MATCH-SUPV-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SUPV-COUNT OR WS-SV-SUB > ZERO
           IF WS-SV-SUB = ZERO
               IF WS-SUPV-COUNT < 200
                   ADD 1 TO WS-SUPV-COUNT
                   MOVE LTR-SUPERVISOR TO TBL-SV-ID(WS-SUPV-COUNT)
               ELSE
                   DISPLAY 'WARNING - SUPERVISOR TABLE FULL AT 200 - '
                       LTR-SUPERVISOR ' NOT LISTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       2350-MATCH-SUPV-PARA.
           IF TBL-SV-ID(WS-SUB) = LTR-SUPERVISOR
               MOVE WS-SUB TO WS-SV-SUB
           END-IF.
      *****************************************************
      *  EVERY LATE CARD PAID THIS PERIOD, GROUPED UNDER    *
      *  THE SUPERVISOR WHO APPROVED IT, WITH HOW MANY      *
      *  DAYS PAST CUTOFF, A SUBTOTAL PER SUPERVISOR AND A  *
      *  GRAND TOTAL.                                       *
      *****************************************************
       5000-PRINT-REGISTER-PARA.
           PERFORM 5100-PRINT-SUPV-PARA
               VARYING WS-SV-SUB FROM 1 BY 1
               UNTIL WS-SV-SUB > WS-SUPV-COUNT
           MOVE '*ALL*'           TO OUT-TT-SUPV
           MOVE '** TOTAL **'     TO OUT-TT-LABEL
           MOVE WS-TOT-CARDS      TO OUT-TT-CARDS
           MOVE WS-TOT-HOURS      TO OUT-TT-HOURS
           MOVE WS-TOT-AMT        TO OUT-TT-AMT
           WRITE REPORT-RECORD FROM TOTAL-LINE.
       5100-PRINT-SUPV-PARA.
           MOVE ZERO TO WS-GRP-CARDS
                        WS-GRP-HOURS
                        WS-GRP-AMT
           PERFORM 5200-PRINT-CARD-PARA
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CARD-COUNT
           MOVE TBL-SV-ID(WS-SV-SUB) TO OUT-TT-SUPV
           MOVE 'SUBTOTAL'        TO OUT-TT-LABEL
           MOVE WS-GRP-CARDS      TO OUT-TT-CARDS
           MOVE WS-GRP-HOURS      TO OUT-TT-HOURS
           MOVE WS-GRP-AMT        TO OUT-TT-AMT
           WRITE REPORT-RECORD FROM TOTAL-LINE
           ADD WS-GRP-CARDS TO WS-TOT-CARDS
           ADD WS-GRP-HOURS TO WS-TOT-HOURS
           ADD WS-GRP-AMT   TO WS-TOT-AMT.
       5200-PRINT-CARD-PARA.
           IF TBL-CD-SUPV(WS-CD-SUB) = TBL-SV-ID(WS-SV-SUB)
               MOVE TBL-CD-SUPV(WS-CD-SUB)   TO OUT-SUPV
               MOVE TBL-CD-EMP-ID(WS-CD-SUB) TO OUT-EMP-ID
               MOVE TBL-CD-WORKED(WS-CD-SUB) TO OUT-WORKED
               MOVE TBL-CD-CUTOFF(WS-CD-SUB) TO OUT-CUTOFF
               MOVE TBL-CD-APPR(WS-CD-SUB)   TO OUT-APPROVED
               MOVE TBL-CD-DAYS(WS-CD-SUB)   TO OUT-DAYS
               MOVE TBL-CD-HOURS(WS-CD-SUB)  TO OUT-HOURS
               MOVE TBL-CD-AMT(WS-CD-SUB)    TO OUT-AMT
               WRITE REPORT-RECORD FROM DETAIL-LINE
               ADD 1                         TO WS-GRP-CARDS
               ADD TBL-CD-HOURS(WS-CD-SUB)   TO WS-GRP-HOURS
               ADD TBL-CD-AMT(WS-CD-SUB)     TO WS-GRP-AMT
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ TO OUT-TOT-READ
           MOVE WS-TOT-AMT  TO OUT-TOT-AMT
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** LATE TIMECARD REGISTER SUMMARY **'
           DISPLAY 'PAY PERIOD       : ', WS-PERIOD
           DISPLAY 'REGISTER RECORDS : ', WS-TOT-READ
           DISPLAY 'LATE CARDS       : ', WS-TOT-CARDS
           DISPLAY 'APPROVERS        : ', WS-SUPV-COUNT
           DISPLAY 'LT ARREARS       : ', WS-TOT-AMT
           IF WS-CARD-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE REGISTER-FILE
           END-IF
           CLOSE REPORT-FILE.
