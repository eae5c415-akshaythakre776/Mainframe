       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPGRAT.
      *****************************************************
      *  MONTH-END GRATUITY LIABILITY VALUATION AND         *
      *  PROVISION JOURNAL.  EVERY EMPLOYEE STILL EMPLOYED  *
      *  (ACTIVE OR ON LEAVE) ON EMPMAST.DAT IS VALUED AT   *
      *  THE PERIOD END: COMPLETED MONTHS OF SERVICE FROM   *
      *  EMP-HIRE-DATE ARE SPREAD ACROSS THE SERVICE BANDS  *
      *  ON GRATPARM.DAT, EACH BAND EARNING ITS OWN DAYS    *
      *  PER YEAR (PRO RATA FOR PART YEARS), AND THE DAYS   *
      *  ARE PRICED AT ONE-THIRTIETH OF THE CURRENT         *
      *  EMP-EARN - THE SAME DAILY RATE EMPSETTL PAYS       *
      *  LEAVE OUT AT.  EACH EMPLOYEE'S LIABILITY IS        *
      *  WRITTEN TO THE PERIOD'S REGISTER (GRATRYYYYMM.DAT, *
      *  GRATREG.CPY) AGAINST THE COST CENTER OF EMP-LOC.   *
      *  LAST MONTH'S REGISTER IS READ BACK AND THE         *
      *  MOVEMENT IN EACH COST CENTER IS JOURNALLED TO      *
      *  GRATJRNL.DAT IN THE JRNL.DAT LAYOUT: AN INCREASE   *
      *  DEBITS THE COST CENTER, A RELEASE CREDITS IT, AND  *
      *  ONE BALANCING LINE GOES TO THE GRATUITY PROVISION  *
      *  ACCOUNT (PY9650, REMAPPABLE AS 'GRP' ON            *
      *  GLRULES.DAT) FOR EACH COMPANY.  EVERY LINE CARRIES *
      *  THE COMPANY OF THE LOCATION (LOCM-COMPANY, AS      *
      *  JR-COMPANY IN EMPJRNL), SO EACH COMPANY'S LINES    *
      *  BALANCE ON THEIR OWN.  AN UNBALANCED JOURNAL IS    *
      *  NOT WRITTEN AND ENDS RC=8, AS IN EMPJRNL.  WITH NO *
      *  REGISTER FOR LAST MONTH THE WHOLE LIABILITY IS     *
      *  POSTED AS THE OPENING PROVISION AND THE RUN ENDS   *
      *  RC=4.  EMPLOYEES WITH NO USABLE HIRE DATE ARE      *
      *  LISTED AND LEFT OUT (RC=4).  VALUATION REPORT ON   *
      *  GRATRPT.DAT.  PERIOD DEFAULTS TO THE CURRENT       *
      *  MONTH, OVERRIDE WITH GRATPER=YYYYMM.               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT PARM-FILE ASSIGN TO 'GRATPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT PRIOR-REG-FILE ASSIGN TO WS-PRIOR-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REGISTER-FILE ASSIGN TO WS-REG-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT JOURNAL-FILE ASSIGN TO 'GRATJRNL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT RULES-FILE ASSIGN TO 'GLRULES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT REPORT-FILE ASSIGN TO 'GRATRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-RECORD.
           03  GP-FROM-YRS         PIC 9(02).
           03  GP-TO-YRS           PIC 9(02).
           03  GP-DAYS-PER-YR      PIC 9(3)V9.
           03  FILLER              PIC X(02).
       FD  PRIOR-REG-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIOR-REG-RECORD.
           03  PR-EMP-ID           PIC X(05).
           03  PR-PERIOD           PIC 9(06).
           03  PR-CC               PIC X(06).
           03  PR-LOC              PIC X(03).
           03  FILLER              PIC X(25).
           03  PR-LIABILITY        PIC 9(7)V99.
           03  FILLER              PIC X(06).
       FD  REGISTER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY GRATREG.
       FD  JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  JOURNAL-RECORD.
           03  JR-PERIOD           PIC 9(06).
           03  JR-ACCOUNT          PIC X(06).
           03  JR-DR-CR            PIC X(01).
               88  JR-DEBIT                    VALUE 'D'.
               88  JR-CREDIT                   VALUE 'C'.
           03  JR-AMOUNT           PIC 9(9)V99.
           03  FILLER              PIC X(08) VALUE SPACES.
           03  JR-PAY-GROUP        PIC X(02) VALUE SPACES.
           03  JR-ORIG-ACCOUNT     PIC X(06) VALUE SPACES.
           03  JR-COMPANY          PIC X(03) VALUE SPACES.
       FD  RULES-FILE
           RECORD CONTAINS 29 CHARACTERS.
       COPY GLRULES.
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
       01  WS-PRIOR-NAME           PIC X(15) VALUE SPACES.
       01  WS-REG-NAME             PIC X(15) VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-PARM-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PARMS                  VALUE 'Y'.
       01  WS-PRIOR-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-PRIOR                  VALUE 'Y'.
       01  WS-RUL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-RULES                  VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-REG-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  REGISTER-FILE-OPEN            VALUE 'Y'.
       01  WS-PRIOR-FOUND-FLAG     PIC X(01) VALUE 'N'.
           88  PRIOR-REGISTER-FOUND          VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PER-YR           PIC 9(04).
           03  WS-PER-MM           PIC 9(02).
       01  WS-PRIOR-PERIOD         PIC 9(06) VALUE ZERO.
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       01  WS-PROV-ACCT            PIC X(06) VALUE 'PY9650'.
       01  WS-BAND-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-BAND-TABLE.
           03  BAND-ENTRY          OCCURS 20 TIMES.
               05  TBL-BND-FROM-MM PIC 9(04).
               05  TBL-BND-TO-MM   PIC 9(04).
               05  TBL-BND-DAYS    PIC 9(3)V9.
       01  WS-CC-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CC-TABLE.
           03  CC-ENTRY            OCCURS 100 TIMES.
               05  TBL-CC-CODE     PIC X(06).
               05  TBL-CC-COMPANY  PIC X(03).
               05  TBL-CC-PRIOR    PIC 9(11)V99.
               05  TBL-CC-CURRENT  PIC 9(11)V99.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-BSUB                 PIC 9(02) VALUE ZERO.
       01  WS-LOOK-CC              PIC X(06) VALUE SPACES.
       01  WS-LOOK-LOC             PIC X(03) VALUE SPACES.
       01  WS-LOOK-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-CO-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CO-TABLE.
           03  CO-ENTRY            OCCURS 100 TIMES.
               05  TBL-CO-CODE     PIC X(03).
               05  TBL-CO-NET      PIC S9(11)V99.
       01  WS-CSUB                 PIC 9(03) VALUE ZERO.
       01  WS-FIND-CSUB            PIC 9(03) VALUE ZERO.
       01  WS-LINE-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-SVC-MONTHS           PIC 9(04) VALUE ZERO.
       01  WS-SVC-WORK             PIC S9(07) VALUE ZERO.
       01  WS-BAND-MONTHS          PIC S9(05) VALUE ZERO.
       01  WS-GRAT-DAYS            PIC 9(4)V9999 VALUE ZERO.
       01  WS-LIABILITY            PIC 9(7)V99 VALUE ZERO.
       01  WS-MOVEMENT             PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-MOVEMENT         PIC S9(11)V99 VALUE ZERO.
       01  WS-LINE-AMT             PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-DRCR            PIC X(01) VALUE SPACE.
       01  WS-LINE-ACCT            PIC X(06) VALUE SPACES.
       01  WS-JR-AMOUNT-MAX        PIC 9(11)V99
                                   VALUE 999999999.99.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-VALUED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-HIRE      PIC 9(05) VALUE ZERO.
           03  WS-TOT-UNMAPPED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-PRIOR-READ   PIC 9(05) VALUE ZERO.
           03  WS-TOT-JRNL-LINES   PIC 9(05) VALUE ZERO.
       01  WS-TOT-PRIOR            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-CURRENT          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DEBITS           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-CREDITS          PIC 9(11)V99 VALUE ZERO.
       COPY REFLKREQ.
       COPY CCREC.
       COPY LOCMREC.
       01  HEADING-LINE1.
           03  FILLER              PIC X(36) VALUE
               'GRATUITY LIABILITY VALUATION PERIOD '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(38) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'ID'.
           03  FILLER              PIC X(08) VALUE 'CC'.
           03  FILLER              PIC X(10) VALUE 'HIRED'.
           03  FILLER              PIC X(07) VALUE 'MONTHS'.
           03  FILLER              PIC X(12) VALUE '   EARNINGS'.
           03  FILLER              PIC X(09) VALUE '    DAYS'.
           03  FILLER              PIC X(27) VALUE '    LIABILITY'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CC              PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-HIRE-DATE       PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SVC-MONTHS      PIC ZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EARN            PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DAYS            PIC ZZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LIABILITY       PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(15) VALUE SPACES.
       01  NO-HIRE-LINE.
           03  OUT-NH-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(45) VALUE
               '** NO USABLE HIRE DATE - NOT VALUED'.
       01  CC-HEADING-LINE.
           03  FILLER              PIC X(10) VALUE 'COST CTR'.
           03  FILLER              PIC X(18) VALUE '    LAST MONTH'.
           03  FILLER              PIC X(18) VALUE '    THIS MONTH'.
           03  FILLER              PIC X(34) VALUE '      MOVEMENT'.
       01  CC-DETAIL-LINE.
           03  OUT-CC-CODE         PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CC-PRIOR        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CC-CURRENT      PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CC-MOVEMENT     PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(25) VALUE SPACES.
       01  JRNL-HEADING-LINE       PIC X(80) VALUE
           'PROVISION JOURNAL (GRATJRNL.DAT)'.
       01  JRNL-DETAIL-LINE.
           03  OUT-JR-PERIOD       PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-ACCOUNT      PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-DR-CR        PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-JR-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-COMPANY      PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(36) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'LIABILITY LAST MONTH: '.
           03  OUT-TOT-PRIOR       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'LIABILITY THIS MONTH: '.
           03  OUT-TOT-CURRENT     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(22) VALUE
               'MOVEMENT:             '.
           03  OUT-NET-MOVEMENT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(10) VALUE 'VALUED: '.
           03  OUT-TOT-VALUED      PIC ZZZZ9.
           03  FILLER              PIC X(16) VALUE
               '  NO HIRE DATE: '.
           03  OUT-TOT-NO-HIRE     PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE
               '  UNMAPPED: '.
           03  OUT-TOT-UNMAPPED    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 4000-JOURNAL-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'GRATPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           IF WS-PER-MM = 1
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 89
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 1
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-LOAD-BANDS-PARA
           PERFORM 1200-LOAD-PROV-ACCT-PARA
           PERFORM 1300-LOAD-PRIOR-PARA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-BAND-COUNT = ZERO
               DISPLAY 'GRATPARM.DAT HAS NO SERVICE BANDS - '
                   'NOTHING VALUED'
               MOVE 'Y' TO WS-EOF-FLAG
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT END-OF-FILE
               MOVE SPACES TO WS-REG-NAME
               STRING 'GRATR' WS-PERIOD '.DAT'
                   DELIMITED BY SIZE INTO WS-REG-NAME
               END-STRING
               OPEN OUTPUT REGISTER-FILE
               MOVE 'Y' TO WS-REG-OPEN-FLAG
               PERFORM 1500-READ-EMPLOYEE-PARA
           END-IF.
      *****************************************************
      *  ONE CARD PER SERVICE BAND - FROM/TO COMPLETED      *
      *  YEARS AND THE GRATUITY DAYS EARNED PER YEAR        *
      *  INSIDE IT.  HELD IN MONTHS FOR THE VALUATION.      *
      *****************************************************
       1100-LOAD-BANDS-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 1150-READ-BAND-PARA UNTIL END-OF-PARMS
               CLOSE PARM-FILE
           END-IF.
       1150-READ-BAND-PARA.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-FLAG
               NOT AT END
                   IF GP-FROM-YRS NUMERIC AND GP-TO-YRS NUMERIC
                       AND GP-DAYS-PER-YR NUMERIC
                       AND GP-TO-YRS > GP-FROM-YRS
                       IF WS-BAND-COUNT < 20
                           ADD 1 TO WS-BAND-COUNT
                           COMPUTE TBL-BND-FROM-MM(WS-BAND-COUNT) =
                               GP-FROM-YRS * 12
                           COMPUTE TBL-BND-TO-MM(WS-BAND-COUNT) =
                               GP-TO-YRS * 12
                           MOVE GP-DAYS-PER-YR
                               TO TBL-BND-DAYS(WS-BAND-COUNT)
                       ELSE
                           DISPLAY 'WARNING - SERVICE BAND TABLE '
                               'FULL AT 20 - REST IGNORED'
                           MOVE 'Y' TO WS-PARM-EOF-FLAG
                       END-IF
                   ELSE
                       DISPLAY 'GRATPARM.DAT CARD IGNORED - '
                           PARM-RECORD
                   END-IF
           END-READ.
       1200-LOAD-PROV-ACCT-PARA.
           OPEN INPUT RULES-FILE
           IF WS-FILE-STAT6 = '00'
               PERFORM 1250-READ-RULE-PARA UNTIL END-OF-RULES
               CLOSE RULES-FILE
           END-IF.
       1250-READ-RULE-PARA.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-RUL-EOF-FLAG
               NOT AT END
                   IF GLR-CODE = 'GRP'
                       MOVE GLR-ACCOUNT TO WS-PROV-ACCT
                   END-IF
           END-READ.
      *****************************************************
      *  LAST MONTH'S REGISTER, SUMMED BY COST CENTER       *
      *  WITHIN COMPANY.                                    *
      *****************************************************
       1300-LOAD-PRIOR-PARA.
           MOVE SPACES TO WS-PRIOR-NAME
           STRING 'GRATR' WS-PRIOR-PERIOD '.DAT'
               DELIMITED BY SIZE INTO WS-PRIOR-NAME
           END-STRING
           OPEN INPUT PRIOR-REG-FILE
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-PRIOR-FOUND-FLAG
               PERFORM 1350-READ-PRIOR-PARA UNTIL END-OF-PRIOR
               CLOSE PRIOR-REG-FILE
           ELSE
               DISPLAY 'NO REGISTER FOR ' WS-PRIOR-PERIOD
                   ' - FULL LIABILITY POSTED AS OPENING PROVISION'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1350-READ-PRIOR-PARA.
           READ PRIOR-REG-FILE
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-PRIOR-READ
                   MOVE PR-CC  TO WS-LOOK-CC
                   MOVE PR-LOC TO WS-LOOK-LOC
                   PERFORM 2350-LOOKUP-COMPANY-PARA
                   PERFORM 3100-FIND-CC-PARA
                   IF WS-FIND-SUB > ZERO
                       ADD PR-LIABILITY TO TBL-CC-PRIOR(WS-FIND-SUB)
                       ADD PR-LIABILITY TO WS-TOT-PRIOR
                   END-IF
           END-READ.
       1500-READ-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           IF EMP-ACTIVE OR EMP-ON-LEAVE
               PERFORM 2100-VALUE-ONE-PARA
           END-IF
           PERFORM 1500-READ-EMPLOYEE-PARA.
      *****************************************************
      *  COMPLETED MONTHS TO THE PERIOD END: A MONTH IS     *
      *  COMPLETE ON THE DAY BEFORE THE HIRE-DAY            *
      *  ANNIVERSARY, SO A FIRST-OF-MONTH JOINER HAS THE    *
      *  WHOLE OF THE CURRENT MONTH IN.                     *
      *****************************************************
       2100-VALUE-ONE-PARA.
           MOVE ZERO TO WS-SVC-WORK
           IF EMP-HIRE-DATE NUMERIC
               AND EMP-HIRE-MM >= 1 AND EMP-HIRE-MM <= 12
               AND EMP-HIRE-DD >= 1 AND EMP-HIRE-DD <= 31
               COMPUTE WS-SVC-WORK =
                   (WS-PER-YR * 12 + WS-PER-MM)
                   - (EMP-HIRE-YR * 12 + EMP-HIRE-MM)
               IF EMP-HIRE-DD = 1
                   ADD 1 TO WS-SVC-WORK
               END-IF
           ELSE
               MOVE -1 TO WS-SVC-WORK
           END-IF
           IF WS-SVC-WORK < ZERO
               ADD 1 TO WS-TOT-NO-HIRE
               MOVE EMP-ID TO OUT-NH-EMP-ID
               WRITE REPORT-RECORD FROM NO-HIRE-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-SVC-WORK TO WS-SVC-MONTHS
               MOVE ZERO TO WS-GRAT-DAYS
               PERFORM 2200-BAND-DAYS-PARA
                   VARYING WS-BSUB FROM 1 BY 1
                   UNTIL WS-BSUB > WS-BAND-COUNT
               COMPUTE WS-LIABILITY ROUNDED =
                   WS-GRAT-DAYS * EMP-EARN / 30
               PERFORM 2300-LOOKUP-CC-PARA
               MOVE EMP-LOC TO WS-LOOK-LOC
               PERFORM 2350-LOOKUP-COMPANY-PARA
               PERFORM 2400-WRITE-REGISTER-PARA
           END-IF.
       2200-BAND-DAYS-PARA.
           IF WS-SVC-MONTHS > TBL-BND-TO-MM(WS-BSUB)
               COMPUTE WS-BAND-MONTHS =
                   TBL-BND-TO-MM(WS-BSUB) - TBL-BND-FROM-MM(WS-BSUB)
           ELSE
               COMPUTE WS-BAND-MONTHS =
                   WS-SVC-MONTHS - TBL-BND-FROM-MM(WS-BSUB)
           END-IF
           IF WS-BAND-MONTHS > ZERO
               COMPUTE WS-GRAT-DAYS ROUNDED = WS-GRAT-DAYS +
                   (TBL-BND-DAYS(WS-BSUB) * WS-BAND-MONTHS / 12)
           END-IF.
       2300-LOOKUP-CC-PARA.
           MOVE 'C'     TO RLK-FILE-ID
           MOVE SPACES  TO RLK-KEY
           MOVE EMP-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA TO CC-RECORD
               MOVE CC-CODE  TO WS-LOOK-CC
           ELSE
               MOVE '******' TO WS-LOOK-CC
               ADD 1 TO WS-TOT-UNMAPPED
           END-IF.
      *****************************************************
      *  THE COMPANY THAT EMPLOYS AT WS-LOOK-LOC - BLANK    *
      *  WHEN THE LOCATION IS NOT ON LOCMAST.DAT OR NAMES   *
      *  NO COMPANY.                                        *
      *****************************************************
       2350-LOOKUP-COMPANY-PARA.
           MOVE SPACES      TO WS-LOOK-COMPANY
           MOVE 'L'         TO RLK-FILE-ID
           MOVE SPACES      TO RLK-KEY
           MOVE WS-LOOK-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA     TO LOCM-RECORD
               MOVE LOCM-COMPANY TO WS-LOOK-COMPANY
           END-IF.
       2400-WRITE-REGISTER-PARA.
           MOVE SPACES         TO GRATUITY-REG-RECORD
           MOVE EMP-ID         TO GR-EMP-ID
           MOVE WS-PERIOD      TO GR-PERIOD
           MOVE WS-LOOK-CC     TO GR-CC
           MOVE EMP-LOC        TO GR-LOC
           MOVE EMP-HIRE-DATE  TO GR-HIRE-DATE
           MOVE WS-SVC-MONTHS  TO GR-SVC-MONTHS
           MOVE EMP-EARN       TO GR-EARN
           MOVE WS-GRAT-DAYS   TO GR-DAYS
           MOVE WS-LIABILITY   TO GR-LIABILITY
           WRITE GRATUITY-REG-RECORD
           ADD 1 TO WS-TOT-VALUED
           ADD WS-LIABILITY TO WS-TOT-CURRENT
           PERFORM 3100-FIND-CC-PARA
           IF WS-FIND-SUB > ZERO
               ADD WS-LIABILITY TO TBL-CC-CURRENT(WS-FIND-SUB)
           END-IF
           MOVE EMP-ID        TO OUT-EMP-ID
           MOVE WS-LOOK-CC    TO OUT-CC
           MOVE EMP-HIRE-DATE TO OUT-HIRE-DATE
           MOVE WS-SVC-MONTHS TO OUT-SVC-MONTHS
           MOVE EMP-EARN      TO OUT-EARN
           MOVE WS-GRAT-DAYS  TO OUT-DAYS
           MOVE WS-LIABILITY  TO OUT-LIABILITY
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       3100-FIND-CC-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 3150-MATCH-CC-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-CC-COUNT < 100
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-LOOK-CC TO TBL-CC-CODE(WS-CC-COUNT)
                   MOVE WS-LOOK-COMPANY
                       TO TBL-CC-COMPANY(WS-CC-COUNT)
                   MOVE ZERO       TO TBL-CC-PRIOR(WS-CC-COUNT)
                                      TBL-CC-CURRENT(WS-CC-COUNT)
                   MOVE WS-CC-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - COST-CENTER TABLE FULL AT '
                       '100 ENTRIES - ' WS-LOOK-CC ' NOT '
                       'JOURNALLED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       3150-MATCH-CC-PARA.
           IF TBL-CC-CODE(WS-SUB) = WS-LOOK-CC
               AND TBL-CC-COMPANY(WS-SUB) = WS-LOOK-COMPANY
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
      *****************************************************
      *  MOVEMENT BY COST CENTER.  DEBITS AND CREDITS ARE   *
      *  PROVED EQUAL BEFORE ANYTHING IS WRITTEN; THE       *
      *  PROVISION IS THEN BALANCED COMPANY BY COMPANY.     *
      *****************************************************
       4000-JOURNAL-PARA.
           IF NOT REGISTER-FILE-OPEN
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
           ELSE
               WRITE REPORT-RECORD FROM CC-HEADING-LINE
               PERFORM 4100-PRINT-CC-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CC-COUNT
               COMPUTE WS-NET-MOVEMENT =
                   WS-TOT-CURRENT - WS-TOT-PRIOR
               IF WS-NET-MOVEMENT > ZERO
                   ADD WS-NET-MOVEMENT TO WS-TOT-CREDITS
               ELSE
                   SUBTRACT WS-NET-MOVEMENT FROM WS-TOT-DEBITS
               END-IF
               IF WS-TOT-DEBITS > WS-JR-AMOUNT-MAX
                   OR WS-TOT-CREDITS > WS-JR-AMOUNT-MAX
                   DISPLAY 'EMPGRAT - MOVEMENT EXCEEDS THE JOURNAL '
                       'AMOUNT FIELD - NOTHING WRITTEN'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
                       DISPLAY 'EMPGRAT - JOURNAL OUT OF BALANCE - '
                           'NOTHING WRITTEN'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 4200-WRITE-JOURNAL-PARA
                   END-IF
               END-IF
           END-IF.
       4100-PRINT-CC-PARA.
           COMPUTE WS-MOVEMENT =
               TBL-CC-CURRENT(WS-SUB) - TBL-CC-PRIOR(WS-SUB)
           IF WS-MOVEMENT > ZERO
               ADD WS-MOVEMENT TO WS-TOT-DEBITS
           ELSE
               SUBTRACT WS-MOVEMENT FROM WS-TOT-CREDITS
           END-IF
           MOVE TBL-CC-CODE(WS-SUB)    TO OUT-CC-CODE
           MOVE TBL-CC-PRIOR(WS-SUB)   TO OUT-CC-PRIOR
           MOVE TBL-CC-CURRENT(WS-SUB) TO OUT-CC-CURRENT
           MOVE WS-MOVEMENT            TO OUT-CC-MOVEMENT
           WRITE REPORT-RECORD FROM CC-DETAIL-LINE.
       4200-WRITE-JOURNAL-PARA.
           OPEN OUTPUT JOURNAL-FILE
           WRITE REPORT-RECORD FROM JRNL-HEADING-LINE
           MOVE ZERO TO WS-CO-COUNT
           PERFORM 4300-WRITE-CC-LINE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT
           PERFORM 4500-WRITE-PROV-LINE-PARA
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-CO-COUNT
           CLOSE JOURNAL-FILE.
       4300-WRITE-CC-LINE-PARA.
           COMPUTE WS-MOVEMENT =
               TBL-CC-CURRENT(WS-SUB) - TBL-CC-PRIOR(WS-SUB)
           IF WS-MOVEMENT NOT = ZERO
               MOVE TBL-CC-CODE(WS-SUB)    TO WS-LINE-ACCT
               MOVE TBL-CC-COMPANY(WS-SUB) TO WS-LINE-COMPANY
               PERFORM 4350-ADD-COMPANY-PARA
               IF WS-MOVEMENT > ZERO
                   MOVE 'D' TO WS-LINE-DRCR
                   MOVE WS-MOVEMENT TO WS-LINE-AMT
               ELSE
                   MOVE 'C' TO WS-LINE-DRCR
                   COMPUTE WS-LINE-AMT = ZERO - WS-MOVEMENT
               END-IF
               PERFORM 4400-WRITE-LINE-PARA
           END-IF.
      *****************************************************
      *  NET MOVEMENT OF EACH COMPANY, FOR ITS PROVISION    *
      *  LINE.                                              *
      *****************************************************
       4350-ADD-COMPANY-PARA.
           MOVE ZERO TO WS-FIND-CSUB
           PERFORM 4360-MATCH-COMPANY-PARA
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-CO-COUNT OR WS-FIND-CSUB > ZERO
           IF WS-FIND-CSUB = ZERO
               ADD 1 TO WS-CO-COUNT
               MOVE WS-LINE-COMPANY TO TBL-CO-CODE(WS-CO-COUNT)
               MOVE ZERO            TO TBL-CO-NET(WS-CO-COUNT)
               MOVE WS-CO-COUNT     TO WS-FIND-CSUB
           END-IF
           ADD WS-MOVEMENT TO TBL-CO-NET(WS-FIND-CSUB).
       4360-MATCH-COMPANY-PARA.
           IF TBL-CO-CODE(WS-CSUB) = WS-LINE-COMPANY
               MOVE WS-CSUB TO WS-FIND-CSUB
           END-IF.
       4400-WRITE-LINE-PARA.
           MOVE SPACES          TO JOURNAL-RECORD
           MOVE WS-PERIOD       TO JR-PERIOD
           MOVE WS-LINE-ACCT    TO JR-ACCOUNT
           MOVE WS-LINE-DRCR    TO JR-DR-CR
           MOVE WS-LINE-AMT     TO JR-AMOUNT
           MOVE WS-LINE-COMPANY TO JR-COMPANY
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-TOT-JRNL-LINES
           MOVE WS-PERIOD    TO OUT-JR-PERIOD
           MOVE WS-LINE-ACCT TO OUT-JR-ACCOUNT
           IF WS-LINE-DRCR = 'D'
               MOVE 'DR' TO OUT-JR-DR-CR
           ELSE
               MOVE 'CR' TO OUT-JR-DR-CR
           END-IF
           MOVE WS-LINE-AMT     TO OUT-JR-AMOUNT
           MOVE WS-LINE-COMPANY TO OUT-JR-COMPANY
           WRITE REPORT-RECORD FROM JRNL-DETAIL-LINE.
       4500-WRITE-PROV-LINE-PARA.
           IF TBL-CO-NET(WS-CSUB) NOT = ZERO
               MOVE WS-PROV-ACCT         TO WS-LINE-ACCT
               MOVE TBL-CO-CODE(WS-CSUB) TO WS-LINE-COMPANY
               IF TBL-CO-NET(WS-CSUB) > ZERO
                   MOVE 'C' TO WS-LINE-DRCR
                   MOVE TBL-CO-NET(WS-CSUB) TO WS-LINE-AMT
               ELSE
                   MOVE 'D' TO WS-LINE-DRCR
                   COMPUTE WS-LINE-AMT = ZERO - TBL-CO-NET(WS-CSUB)
               END-IF
               PERFORM 4400-WRITE-LINE-PARA
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-PRIOR     TO OUT-TOT-PRIOR
           MOVE WS-TOT-CURRENT   TO OUT-TOT-CURRENT
           MOVE WS-NET-MOVEMENT  TO OUT-NET-MOVEMENT
           MOVE WS-TOT-VALUED    TO OUT-TOT-VALUED
           MOVE WS-TOT-NO-HIRE   TO OUT-TOT-NO-HIRE
           MOVE WS-TOT-UNMAPPED  TO OUT-TOT-UNMAPPED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           DISPLAY '** GRATUITY VALUATION SUMMARY **'
           DISPLAY 'PERIOD            : ', WS-PERIOD
           DISPLAY 'EMPLOYEES READ    : ', WS-TOT-READ
           DISPLAY 'VALUED            : ', WS-TOT-VALUED
           DISPLAY 'NO HIRE DATE      : ', WS-TOT-NO-HIRE
           DISPLAY 'UNMAPPED LOCATION : ', WS-TOT-UNMAPPED
           DISPLAY 'PRIOR REGISTER    : ', WS-TOT-PRIOR-READ
           DISPLAY 'JOURNAL LINES     : ', WS-TOT-JRNL-LINES
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF REGISTER-FILE-OPEN
               CLOSE REGISTER-FILE
           END-IF
           CLOSE REPORT-FILE.
