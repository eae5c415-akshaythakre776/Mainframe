       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPENREL.
      *****************************************************
      *  BENEFITS PLAN ELECTION INTAKE.  APPLIES            *
      *  ENRELIN.DAT - ONE RECORD PER ELECTION: EMP-ID, THE *
      *  INSURANCE PLAN CHOSEN, THE DATE THE ELECTION WAS   *
      *  MADE AND, FOR A MID-YEAR CHANGE, A QUALIFYING      *
      *  LIFE-EVENT CODE (MAR MARRIAGE, BIR BIRTH) WITH THE *
      *  EVENT DATE.  THE EMPLOYEE MUST BE ON EMPMAST.DAT   *
      *  AND NOT TERMINATED, THE PLAN MUST BE ON THE        *
      *  INSRATE.DAT TABLE AND THE DATE MAY NOT BE IN THE   *
      *  FUTURE.  AN ELECTION WITHOUT A LIFE-EVENT CODE IS  *
      *  ACCEPTED ONLY WHEN ITS DATE FALLS INSIDE THE       *
      *  OPEN-ENROLMENT WINDOW ON ENRWIN.DAT; IT IS HELD    *
      *  PENDING ON ENRELECT.DAT FOR THE PLAN YEAR (A LATER *
      *  ELECTION IN THE SAME WINDOW REPLACES IT) UNTIL     *
      *  EMPENROL'S APPLY RUN LOADS IT AT WINDOW CLOSE.  A  *
      *  LIFE-EVENT ELECTION IS ACCEPTED AT ANY TIME AND    *
      *  CHANGES INSPLAN.DAT STRAIGHT AWAY, EFFECTIVE FROM  *
      *  THE EVENT DATE - EXCEPT THAT A NEW-YEAR ELECTION   *
      *  ALREADY LOADED IS KEPT AND ONLY THE PLAN UP TO IT  *
      *  IS CHANGED.  REJECTIONS END RC=4.  REGISTER ON     *
      *  ENRELRP.DAT.                                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECT-TRAN-FILE ASSIGN TO 'ENRELIN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT RATE-FILE ASSIGN TO 'INSRATE.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT WINDOW-FILE ASSIGN TO 'ENRWIN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT PLAN-FILE ASSIGN TO 'INSPLAN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS IPL-EMP-ID
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT ELECTION-FILE ASSIGN TO 'ENRELECT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ELC-KEY
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT REPORT-FILE ASSIGN TO 'ENRELRP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.
       DATA DIVISION.
       FILE SECTION.
       FD  ELECT-TRAN-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01  ELECT-TRAN-RECORD.
           03  ELI-EMP-ID          PIC X(05).
           03  ELI-PLAN            PIC X(03).
           03  ELI-DATE            PIC 9(08).
           03  ELI-DATE-R REDEFINES ELI-DATE.
               05  ELI-DATE-YR     PIC 9(04).
               05  ELI-DATE-MMDD   PIC 9(04).
           03  ELI-EVENT           PIC X(03).
               88  ELI-NO-EVENT               VALUE SPACES.
               88  ELI-QUALIFYING-EVENT       VALUE 'MAR' 'BIR'.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  RATE-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  INS-RATE-RECORD.
           03  INR-PLAN            PIC X(03).
           03  INR-AGE-FROM        PIC 9(02).
           03  INR-AGE-TO          PIC 9(02).
           03  INR-PREMIUM         PIC 9(5)V99.
       FD  WINDOW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ENRWIN.
       FD  PLAN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY INSPLAN.
       FD  ELECTION-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY ENRELECT.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-TRAN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-TRANS                  VALUE 'Y'.
       01  WS-RATE-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-RATES                  VALUE 'Y'.
       01  WS-MAST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-PLAN-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PLAN-FILE-OPEN                VALUE 'Y'.
       01  WS-ELEC-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  ELECTION-FILE-OPEN            VALUE 'Y'.
       01  WS-WINDOW-FLAG          PIC X(01) VALUE 'N'.
           88  WINDOW-LOADED                 VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01) VALUE SPACES.
           88  TRAN-APPLIED                  VALUE 'A'.
           88  TRAN-REJECTED                 VALUE 'R'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PLAN-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-PLAN-TABLE.
           03  PLAN-ENTRY          OCCURS 10 TIMES.
               05  TBL-PLAN-CODE   PIC X(03).
       01  WS-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-PLAN-FIND            PIC 9(02) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-WINDOW       PIC 9(05) VALUE ZERO.
           03  WS-TOT-REPLACED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-LIFE-EVENT   PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'BENEFITS PLAN ELECTION REGISTER'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(05) VALUE 'PLAN'.
           03  FILLER              PIC X(09) VALUE 'DATE'.
           03  FILLER              PIC X(04) VALUE 'EVT'.
           03  FILLER              PIC X(05) VALUE 'YEAR'.
           03  FILLER              PIC X(10) VALUE 'RESULT'.
           03  FILLER              PIC X(41) VALUE 'REASON'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PLAN            PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DATE            PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EVENT           PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PLAN-YEAR       PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-RESULT          PIC X(09) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-REASON          PIC X(30) VALUE SPACES.
           03  FILLER              PIC X(11) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(08) VALUE 'TRANS: '.
           03  OUT-TOT-READ        PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  WINDOW: '.
           03  OUT-TOT-WINDOW      PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  REPLACED: '.
           03  OUT-TOT-REPLACED    PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE '  LIFE EVENT: '.
           03  OUT-TOT-LIFE-EVENT  PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(10) VALUE 'REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-TRANS
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-LOAD-PLANS-PARA
           PERFORM 1200-LOAD-WINDOW-PARA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-MAST-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN I-O PLAN-FILE
           IF WS-FILE-STAT5 = '35'
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-PLAN-OPEN-FLAG
           ELSE
               DISPLAY 'INSPLAN.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT5
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN I-O ELECTION-FILE
           IF WS-FILE-STAT6 = '35'
               OPEN OUTPUT ELECTION-FILE
               CLOSE ELECTION-FILE
               OPEN I-O ELECTION-FILE
           END-IF
           IF WS-FILE-STAT6 = '00'
               MOVE 'Y' TO WS-ELEC-OPEN-FLAG
           ELSE
               DISPLAY 'ENRELECT.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT6
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT ELECT-TRAN-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'ENRELIN.DAT NOT AVAILABLE - NO '
                   'ELECTIONS TO APPLY'
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
           ELSE
               IF NOT END-OF-TRANS
                   PERFORM 1500-READ-TRAN-PARA
               END-IF
           END-IF.
      *****************************************************
      *  THE PLANS ON OFFER ARE THE DISTINCT PLAN CODES ON  *
      *  THE RATE TABLE - A PLAN WITH NO RATES CANNOT BE    *
      *  PRICED, SO IT CANNOT BE ELECTED EITHER.            *
      *****************************************************
       1100-LOAD-PLANS-PARA.
           OPEN INPUT RATE-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 1150-READ-RATE-PARA UNTIL END-OF-RATES
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'INSRATE.DAT NOT AVAILABLE - NO PLANS, '
                   'ALL ELECTIONS REJECTED'
           END-IF.
       1150-READ-RATE-PARA.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-FLAG
               NOT AT END
                   MOVE ZERO TO WS-PLAN-FIND
                   PERFORM 1160-MATCH-RATE-PLAN-PARA
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PLAN-COUNT
                   IF WS-PLAN-FIND = ZERO
                       IF WS-PLAN-COUNT < 10
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE INR-PLAN
                               TO TBL-PLAN-CODE(WS-PLAN-COUNT)
                       ELSE
                           DISPLAY 'WARNING - PLAN TABLE FULL AT '
                               '10 - PLAN ' INR-PLAN ' IGNORED'
                       END-IF
                   END-IF
           END-READ.
       1160-MATCH-RATE-PLAN-PARA.
           IF TBL-PLAN-CODE(WS-SUB) = INR-PLAN
               MOVE WS-SUB TO WS-PLAN-FIND
           END-IF.
       1200-LOAD-WINDOW-PARA.
           OPEN INPUT WINDOW-FILE
           IF WS-FILE-STAT4 = '00'
               READ WINDOW-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-WINDOW-FLAG
               END-READ
           END-IF
           IF WINDOW-LOADED AND ENW-WINDOW-OPEN
               DISPLAY 'ENROLMENT WINDOW FOR PLAN YEAR '
                   ENW-PLAN-YEAR ': ' ENW-OPEN-DATE ' TO '
                   ENW-CLOSE-DATE
           ELSE
               DISPLAY 'NO OPEN ENROLMENT WINDOW - LIFE-EVENT '
                   'ELECTIONS ONLY'
           END-IF.
       1500-READ-TRAN-PARA.
           READ ELECT-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-RESULT-CODE WS-REASON OUT-PLAN-YEAR
           PERFORM 2100-VALIDATE-PARA
           IF NOT TRAN-REJECTED
               IF ELI-NO-EVENT
                   PERFORM 2300-WINDOW-ELECTION-PARA
               ELSE
                   PERFORM 2400-LIFE-EVENT-PARA
               END-IF
           END-IF
           MOVE ELI-EMP-ID TO OUT-EMP-ID
           MOVE ELI-PLAN   TO OUT-PLAN
           MOVE ELI-DATE   TO OUT-DATE
           MOVE ELI-EVENT  TO OUT-EVENT
           MOVE WS-REASON  TO OUT-REASON
           IF TRAN-APPLIED
               MOVE 'ACCEPTED' TO OUT-RESULT
           ELSE
               MOVE 'REJECTED' TO OUT-RESULT
               ADD 1 TO WS-TOT-REJECTED
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
           PERFORM 1500-READ-TRAN-PARA.
       2100-VALIDATE-PARA.
           MOVE ELI-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON MASTER' TO WS-REASON
           END-READ
           IF NOT TRAN-REJECTED
               IF EMP-TERMINATED
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMPLOYEE TERMINATED' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               MOVE ZERO TO WS-PLAN-FIND
               PERFORM 2150-MATCH-PLAN-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PLAN-COUNT
               IF WS-PLAN-FIND = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PLAN NOT ON RATE TABLE' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               IF ELI-DATE IS NOT NUMERIC
                   OR ELI-DATE = ZERO
                   OR ELI-DATE > WS-TODAY-NUM
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ELECTION DATE INVALID' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               IF ELI-NO-EVENT
                   PERFORM 2200-CHECK-WINDOW-PARA
               ELSE
                   IF NOT ELI-QUALIFYING-EVENT
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'NOT A QUALIFYING LIFE EVENT'
                           TO WS-REASON
                   END-IF
               END-IF
           END-IF.
       2150-MATCH-PLAN-PARA.
           IF TBL-PLAN-CODE(WS-SUB) = ELI-PLAN
               MOVE WS-SUB TO WS-PLAN-FIND
           END-IF.
       2200-CHECK-WINDOW-PARA.
           IF NOT WINDOW-LOADED
               OR NOT ENW-WINDOW-OPEN
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'NO ENROLMENT WINDOW OPEN' TO WS-REASON
           ELSE
               IF ELI-DATE < ENW-OPEN-DATE
                   OR ELI-DATE > ENW-CLOSE-DATE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'OUTSIDE ENROLMENT WINDOW' TO WS-REASON
               END-IF
           END-IF.
      *****************************************************
      *  A WINDOW ELECTION IS ONLY RECORDED HERE - THE      *
      *  APPLY RUN AT WINDOW CLOSE LOADS IT TO INSPLAN.DAT  *
      *  FOR THE NEW PLAN YEAR.  THE LATEST ELECTION MADE   *
      *  IN THE WINDOW IS THE ONE THAT COUNTS.              *
      *****************************************************
       2300-WINDOW-ELECTION-PARA.
           MOVE ELI-EMP-ID    TO ELC-EMP-ID
           MOVE ENW-PLAN-YEAR TO ELC-PLAN-YEAR
           MOVE 'W'           TO ELC-SOURCE
           MOVE ENW-PLAN-YEAR TO OUT-PLAN-YEAR
           READ ELECTION-FILE
               INVALID KEY
                   PERFORM 2350-SET-ELECTION-PARA
                   WRITE ENROL-ELECTION-RECORD
                   MOVE 'ELECTION HELD FOR PLAN YEAR' TO WS-REASON
               NOT INVALID KEY
                   PERFORM 2350-SET-ELECTION-PARA
                   REWRITE ENROL-ELECTION-RECORD
                   MOVE 'REPLACES EARLIER ELECTION' TO WS-REASON
                   ADD 1 TO WS-TOT-REPLACED
           END-READ
           MOVE 'A' TO WS-RESULT-CODE
           ADD 1 TO WS-TOT-WINDOW.
       2350-SET-ELECTION-PARA.
           MOVE ELI-PLAN TO ELC-PLAN
           MOVE ELI-DATE TO ELC-ELECT-DATE
           MOVE SPACES   TO ELC-EVENT
           MOVE 'P'      TO ELC-STATUS
           MOVE ZERO     TO ELC-APPLY-DATE.
      *****************************************************
      *  A QUALIFYING LIFE EVENT CHANGES THE PLAN FROM THE  *
      *  EVENT DATE.  IF AN ELECTION FOR A LATER PLAN YEAR  *
      *  IS ALREADY LOADED (EFFECTIVE DATE AFTER THE EVENT) *
      *  THAT ELECTION STANDS AND THE EVENT ONLY REPLACES   *
      *  THE PLAN IN FORCE UNTIL THEN.  THE CHANGE IS       *
      *  LOGGED ON ENRELECT.DAT ALREADY APPLIED.            *
      *****************************************************
       2400-LIFE-EVENT-PARA.
           MOVE ELI-EMP-ID TO IPL-EMP-ID
           READ PLAN-FILE
               INVALID KEY
                   MOVE ELI-PLAN TO IPL-PLAN
                   MOVE ELI-DATE TO IPL-EFF-DATE
                   MOVE 'STD'    TO IPL-PRIOR-PLAN
                   MOVE 'L'      TO IPL-SOURCE
                   WRITE INS-PLAN-RECORD
                   MOVE 'LIFE-EVENT PLAN CHANGE' TO WS-REASON
               NOT INVALID KEY
                   IF IPL-EFF-DATE > ELI-DATE
                       MOVE ELI-PLAN TO IPL-PRIOR-PLAN
                       MOVE 'NEW-YEAR ELECTION STANDS'
                           TO WS-REASON
                   ELSE
                       MOVE IPL-PLAN TO IPL-PRIOR-PLAN
                       MOVE ELI-PLAN TO IPL-PLAN
                       MOVE ELI-DATE TO IPL-EFF-DATE
                       MOVE 'L'      TO IPL-SOURCE
                       MOVE 'LIFE-EVENT PLAN CHANGE' TO WS-REASON
                   END-IF
                   REWRITE INS-PLAN-RECORD
           END-READ
           MOVE ELI-EMP-ID  TO ELC-EMP-ID
           MOVE ELI-DATE-YR TO ELC-PLAN-YEAR
           MOVE 'L'         TO ELC-SOURCE
           MOVE ELI-DATE-YR TO OUT-PLAN-YEAR
           READ ELECTION-FILE
               INVALID KEY
                   PERFORM 2450-SET-LIFE-EVENT-PARA
                   WRITE ENROL-ELECTION-RECORD
               NOT INVALID KEY
                   PERFORM 2450-SET-LIFE-EVENT-PARA
                   REWRITE ENROL-ELECTION-RECORD
           END-READ
           MOVE 'A' TO WS-RESULT-CODE
           ADD 1 TO WS-TOT-LIFE-EVENT.
       2450-SET-LIFE-EVENT-PARA.
           MOVE ELI-PLAN     TO ELC-PLAN
           MOVE ELI-DATE     TO ELC-ELECT-DATE
           MOVE ELI-EVENT    TO ELC-EVENT
           MOVE 'A'          TO ELC-STATUS
           MOVE WS-TODAY-NUM TO ELC-APPLY-DATE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ       TO OUT-TOT-READ
           MOVE WS-TOT-WINDOW     TO OUT-TOT-WINDOW
           MOVE WS-TOT-REPLACED   TO OUT-TOT-REPLACED
           MOVE WS-TOT-LIFE-EVENT TO OUT-TOT-LIFE-EVENT
           MOVE WS-TOT-REJECTED   TO OUT-TOT-REJECTED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** PLAN ELECTION SUMMARY **'
           DISPLAY 'ELECTIONS READ    : ', WS-TOT-READ
           DISPLAY 'WINDOW ELECTIONS  : ', WS-TOT-WINDOW
           DISPLAY '  OF WHICH REPLACE: ', WS-TOT-REPLACED
           DISPLAY 'LIFE-EVENT CHANGES: ', WS-TOT-LIFE-EVENT
           DISPLAY 'REJECTED          : ', WS-TOT-REJECTED
           IF WS-TOT-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE ELECT-TRAN-FILE
           END-IF
           IF WS-FILE-STAT4 = '00' OR WS-FILE-STAT4 = '10'
               CLOSE WINDOW-FILE
           END-IF
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF PLAN-FILE-OPEN
               CLOSE PLAN-FILE
           END-IF
           IF ELECTION-FILE-OPEN
               CLOSE ELECTION-FILE
           END-IF
           CLOSE REPORT-FILE.
