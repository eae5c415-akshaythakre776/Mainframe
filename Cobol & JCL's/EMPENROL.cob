       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPENROL.
      *****************************************************
      *  BENEFITS OPEN ENROLMENT.  RUNS TWICE FOR EACH      *
      *  WINDOW ON ENRWIN.DAT.  IN STATEMENT MODE (THE      *
      *  DEFAULT, RUN WHEN THE WINDOW OPENS) IT PRINTS A    *
      *  PERSONALISED ELECTION STATEMENT FOR EVERY EMPLOYEE *
      *  NOT TERMINATED: THE PLAN IN FORCE NOW, THE ACTIVE  *
      *  DEPENDENTS COVERED FROM DEPNMAST.DAT WITH THEIR    *
      *  AGE AT THE START OF THE NEW PLAN YEAR, AND THE     *
      *  MONTHLY PREMIUM THOSE DEPENDENTS WOULD COST UNDER  *
      *  EACH PLAN ON INSRATE.DAT - PRICED THE WAY EMPINSPR *
      *  PRICES THEM.  OUTPUT ON ENRSTMT.DAT.  WITH         *
      *  ENROL-MODE=APPLY (RUN ONCE THE WINDOW HAS CLOSED)  *
      *  IT LOADS EVERY PENDING WINDOW ELECTION FROM        *
      *  ENRELECT.DAT TO INSPLAN.DAT, EFFECTIVE 1 JANUARY   *
      *  OF THE PLAN YEAR WITH THE CURRENT PLAN KEPT AS THE *
      *  PRIOR PLAN UNTIL THEN, MARKS THE ELECTIONS AND THE *
      *  WINDOW APPLIED, AND PRINTS A CONFIRMATION          *
      *  STATEMENT FOR EVERY EMPLOYEE - THE NEW PLAN, OR    *
      *  THE CURRENT PLAN CONTINUING WHERE NO ELECTION WAS  *
      *  MADE - ON ENRCONF.DAT.  THE APPLY RUN REFUSES      *
      *  (RC=8) WHILE THE WINDOW IS STILL OPEN AND DOES     *
      *  NOTHING (RC=4) IF THE WINDOW HAS ALREADY BEEN      *
      *  APPLIED.                                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-FILE ASSIGN TO 'ENRWIN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT DEPENDENT-MASTER ASSIGN TO 'DEPNMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DPN-KEY
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT RATE-FILE ASSIGN TO 'INSRATE.DAT'
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

           SELECT STATEMENT-FILE ASSIGN TO 'ENRSTMT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT CONFIRM-FILE ASSIGN TO 'ENRCONF.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.
       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ENRWIN.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  DEPENDENT-MASTER.
       COPY DEPNREC.
       FD  RATE-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  INS-RATE-RECORD.
           03  INR-PLAN            PIC X(03).
           03  INR-AGE-FROM        PIC 9(02).
           03  INR-AGE-TO          PIC 9(02).
           03  INR-PREMIUM         PIC 9(5)V99.
       FD  PLAN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY INSPLAN.
       FD  ELECTION-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY ENRELECT.
       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-RECORD        PIC X(80).
       FD  CONFIRM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONFIRM-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-RATE-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-RATES                  VALUE 'Y'.
       01  WS-DEP-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-DEPENDENTS             VALUE 'Y'.
       01  WS-WINDOW-FLAG          PIC X(01) VALUE 'N'.
           88  WINDOW-LOADED                 VALUE 'Y'.
       01  WS-MAST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-DEP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  DEPENDENT-FILE-OPEN           VALUE 'Y'.
       01  WS-PLAN-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PLAN-FILE-OPEN                VALUE 'Y'.
       01  WS-ELEC-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  ELECTION-FILE-OPEN            VALUE 'Y'.
       01  WS-RUN-FLAG             PIC X(01) VALUE 'N'.
           88  RUN-PROCEEDS                  VALUE 'Y'.
       01  WS-ELECTED-FLAG         PIC X(01) VALUE 'N'.
           88  ELECTION-MADE                 VALUE 'Y'.
       01  WS-ENV-MODE             PIC X(05) VALUE SPACES.
       01  WS-RUN-MODE             PIC X(01) VALUE 'S'.
           88  STATEMENT-MODE                VALUE 'S'.
           88  APPLY-MODE                    VALUE 'A'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PY-START.
           03  WS-PY-START-YR      PIC 9(04).
           03  WS-PY-START-MMDD    PIC 9(04) VALUE 0101.
       01  WS-PY-START-NUM REDEFINES WS-PY-START
                                   PIC 9(08).
       01  WS-DOB-R.
           03  WS-DOB-YR           PIC 9(04).
           03  WS-DOB-MMDD         PIC 9(04).
       01  WS-AGE                  PIC 9(03) VALUE ZERO.
       01  WS-RATE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-RATE-TABLE.
           03  RATE-ENTRY          OCCURS 30 TIMES.
               05  TBL-INR-PLAN    PIC X(03).
               05  TBL-INR-FROM    PIC 9(02).
               05  TBL-INR-TO      PIC 9(02).
               05  TBL-INR-PREM    PIC 9(5)V99.
       01  WS-PLAN-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-PLAN-TABLE.
           03  PLAN-ENTRY          OCCURS 10 TIMES.
               05  TBL-PLAN-CODE   PIC X(03).
       01  WS-DEP-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-DEP-TABLE.
           03  DEP-ENTRY           OCCURS 20 TIMES.
               05  TBL-DEP-NAME    PIC X(20).
               05  TBL-DEP-REL     PIC X(10).
               05  TBL-DEP-AGE     PIC 9(03).
       01  WS-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-PSUB                 PIC 9(02) VALUE ZERO.
       01  WS-DSUB                 PIC 9(02) VALUE ZERO.
       01  WS-PLAN-FIND            PIC 9(02) VALUE ZERO.
       01  WS-CUR-PLAN             PIC X(03) VALUE 'STD'.
       01  WS-NEW-PLAN             PIC X(03) VALUE 'STD'.
       01  WS-PRICE-PLAN           PIC X(03) VALUE SPACES.
       01  WS-DEP-PREMIUM          PIC 9(5)V99 VALUE ZERO.
       01  WS-PLAN-PREMIUM         PIC 9(7)V99 VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-STATEMENTS   PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-CONTINUED    PIC 9(05) VALUE ZERO.
           03  WS-TOT-DEP-OVER     PIC 9(05) VALUE ZERO.
       01  WS-PRINT-LINE           PIC X(80) VALUE SPACES.
       01  SEP-LINE                PIC X(80) VALUE ALL '='.
       01  BLANK-LINE              PIC X(80) VALUE SPACES.
       01  STMT-TITLE-LINE.
           03  FILLER              PIC X(46) VALUE
               'OPEN ENROLMENT ELECTION STATEMENT - PLAN YEAR '.
           03  OUT-STMT-YEAR       PIC 9(04) VALUE ZERO.
           03  FILLER              PIC X(30) VALUE SPACES.
       01  CONF-TITLE-LINE.
           03  FILLER              PIC X(44) VALUE
               'BENEFITS ENROLMENT CONFIRMATION - PLAN YEAR '.
           03  OUT-CONF-YEAR       PIC 9(04) VALUE ZERO.
           03  FILLER              PIC X(32) VALUE SPACES.
       01  NAME-LINE.
           03  FILLER              PIC X(10) VALUE 'EMPLOYEE: '.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EMP-NAME        PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(08) VALUE '  DEPT: '.
           03  OUT-EMP-DEPT        PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(36) VALUE SPACES.
       01  WINDOW-LINE.
           03  FILLER              PIC X(16) VALUE
               'ELECTION WINDOW '.
           03  OUT-OPEN-DATE       PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(04) VALUE ' TO '.
           03  OUT-CLOSE-DATE      PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(22) VALUE
               ' - NEW PLANS EFFECTIVE'.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-WIN-EFF-DATE    PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(13) VALUE SPACES.
       01  CURRENT-LINE.
           03  FILLER              PIC X(18) VALUE
               'CURRENT PLAN    : '.
           03  OUT-CUR-PLAN        PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(59) VALUE SPACES.
       01  DEP-HEAD-LINE.
           03  FILLER              PIC X(24) VALUE
               'COVERED DEPENDENTS'.
           03  FILLER              PIC X(12) VALUE 'RELATION'.
           03  FILLER              PIC X(44) VALUE 'AGE'.
       01  DEP-LINE.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DEP-NAME        PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DEP-REL         PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DEP-AGE         PIC ZZ9.
           03  FILLER              PIC X(41) VALUE SPACES.
       01  DEP-NONE-LINE           PIC X(80) VALUE
           '  NO DEPENDENTS ON FILE'.
       01  PREM-HEAD-LINE          PIC X(80) VALUE
           'PLAN    MONTHLY PREMIUM'.
       01  PREM-LINE.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PREM-PLAN       PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(06) VALUE SPACES.
           03  OUT-PREM-AMT        PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PREM-NOTE       PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(43) VALUE SPACES.
       01  STMT-FOOT-LINE          PIC X(80) VALUE
           'NO ELECTION BY THE CLOSE OF THE WINDOW KEEPS THE CURRENT P
      -    'LAN'.
       01  CONF-ELECT-LINE.
           03  FILLER              PIC X(14) VALUE 'ELECTION MADE '.
           03  OUT-ELECT-DATE      PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(08) VALUE ' - PLAN '.
           03  OUT-ELECT-PLAN      PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(16) VALUE
               ' EFFECTIVE FROM '.
           03  OUT-ELECT-EFF       PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(23) VALUE SPACES.
       01  CONF-KEEP-LINE.
           03  FILLER              PIC X(24) VALUE
               'NO ELECTION MADE - PLAN '.
           03  OUT-KEEP-PLAN       PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(16) VALUE
               ' CONTINUES FROM '.
           03  OUT-KEEP-EFF        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(29) VALUE SPACES.
       01  CONF-PREV-LINE.
           03  FILLER              PIC X(18) VALUE
               'PLAN UNTIL THEN : '.
           03  OUT-PREV-PLAN       PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(59) VALUE SPACES.
       01  CONF-PREM-LINE.
           03  FILLER              PIC X(24) VALUE
               'MONTHLY PREMIUM ON PLAN '.
           03  OUT-CONF-PLAN       PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE ': '.
           03  OUT-CONF-PREM       PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(39) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-MODE FROM ENVIRONMENT 'ENROL-MODE'
           IF WS-ENV-MODE = 'APPLY'
               MOVE 'A' TO WS-RUN-MODE
           END-IF
           PERFORM 1100-LOAD-RATES-PARA
           PERFORM 1200-CHECK-WINDOW-PARA
           IF RUN-PROCEEDS
               PERFORM 1300-OPEN-FILES-PARA
           END-IF
           IF RUN-PROCEEDS
               PERFORM 1500-READ-MASTER-PARA
           ELSE
               MOVE 'Y' TO WS-FILE-FLAG
           END-IF.
       1100-LOAD-RATES-PARA.
           OPEN INPUT RATE-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 1150-READ-RATE-PARA UNTIL END-OF-RATES
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'INSRATE.DAT NOT PRESENT - NO PLANS TO '
                   'OFFER'
           END-IF.
       1150-READ-RATE-PARA.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-FLAG
               NOT AT END
                   IF WS-RATE-COUNT < 30
                       ADD 1 TO WS-RATE-COUNT
                       MOVE INR-PLAN TO
                           TBL-INR-PLAN(WS-RATE-COUNT)
                       MOVE INR-AGE-FROM TO
                           TBL-INR-FROM(WS-RATE-COUNT)
                       MOVE INR-AGE-TO TO
                           TBL-INR-TO(WS-RATE-COUNT)
                       MOVE INR-PREMIUM TO
                           TBL-INR-PREM(WS-RATE-COUNT)
                       PERFORM 1160-ADD-PLAN-PARA
                   END-IF
           END-READ.
       1160-ADD-PLAN-PARA.
           MOVE ZERO TO WS-PLAN-FIND
           PERFORM 1170-MATCH-PLAN-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAN-COUNT
           IF WS-PLAN-FIND = ZERO AND WS-PLAN-COUNT < 10
               ADD 1 TO WS-PLAN-COUNT
               MOVE INR-PLAN TO TBL-PLAN-CODE(WS-PLAN-COUNT)
           END-IF.
       1170-MATCH-PLAN-PARA.
           IF TBL-PLAN-CODE(WS-SUB) = INR-PLAN
               MOVE WS-SUB TO WS-PLAN-FIND
           END-IF.
      *****************************************************
      *  STATEMENTS ARE ONLY PRINTED FOR A WINDOW STILL     *
      *  OPEN FOR ELECTIONS.  THE APPLY RUN WAITS UNTIL THE *
      *  DAY AFTER THE WINDOW CLOSES - AN ELECTION DATED    *
      *  THE LAST DAY MUST STILL COUNT - AND RUNS ONCE PER  *
      *  WINDOW.  THE WINDOW FILE STAYS OPEN SO THE APPLY   *
      *  RUN CAN MARK IT APPLIED AT THE END.                *
      *****************************************************
       1200-CHECK-WINDOW-PARA.
           IF APPLY-MODE
               OPEN I-O WINDOW-FILE
           ELSE
               OPEN INPUT WINDOW-FILE
           END-IF
           IF WS-FILE-STAT1 = '00'
               READ WINDOW-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-WINDOW-FLAG
               END-READ
           END-IF
           IF NOT WINDOW-LOADED
               DISPLAY 'ENRWIN.DAT NOT AVAILABLE - NO ENROLMENT '
                   'WINDOW DEFINED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RATE-COUNT = ZERO
                   DISPLAY 'NO RATES ON INSRATE.DAT - NOTHING TO '
                       'OFFER OR CONFIRM'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF ENW-APPLIED
                       DISPLAY 'ELECTIONS FOR PLAN YEAR '
                           ENW-PLAN-YEAR ' ALREADY APPLIED'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       IF APPLY-MODE
                           AND WS-TODAY-NUM NOT > ENW-CLOSE-DATE
                           DISPLAY 'ENROLMENT WINDOW OPEN UNTIL '
                               ENW-CLOSE-DATE ' - NOT APPLIED'
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE 'Y' TO WS-RUN-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WINDOW-LOADED
               MOVE ENW-PLAN-YEAR  TO WS-PY-START-YR
               MOVE ENW-PLAN-YEAR  TO OUT-STMT-YEAR OUT-CONF-YEAR
               MOVE ENW-OPEN-DATE  TO OUT-OPEN-DATE
               MOVE ENW-CLOSE-DATE TO OUT-CLOSE-DATE
               MOVE WS-PY-START-NUM TO OUT-WIN-EFF-DATE
                                       OUT-ELECT-EFF OUT-KEEP-EFF
           END-IF.
       1300-OPEN-FILES-PARA.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-MAST-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2
               MOVE 'N' TO WS-RUN-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT DEPENDENT-MASTER
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-DEP-OPEN-FLAG
           ELSE
               DISPLAY 'DEPNMAST.DAT NOT AVAILABLE - NO '
                   'DEPENDENTS LISTED'
           END-IF
           IF APPLY-MODE
               PERFORM 1350-OPEN-APPLY-FILES-PARA
               OPEN OUTPUT CONFIRM-FILE
           ELSE
               OPEN INPUT PLAN-FILE
               IF WS-FILE-STAT5 = '00'
                   MOVE 'Y' TO WS-PLAN-OPEN-FLAG
               ELSE
                   DISPLAY 'INSPLAN.DAT NOT PRESENT - EVERYONE ON '
                       'PLAN STD'
               END-IF
               OPEN OUTPUT STATEMENT-FILE
           END-IF.
       1350-OPEN-APPLY-FILES-PARA.
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
               MOVE 'N' TO WS-RUN-FLAG
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
               MOVE 'N' TO WS-RUN-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF.
       1500-READ-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           IF NOT EMP-TERMINATED
               PERFORM 2100-CURRENT-PLAN-PARA
               PERFORM 2200-LOAD-DEPENDENTS-PARA
               IF APPLY-MODE
                   PERFORM 4000-APPLY-ELECTION-PARA
                   PERFORM 4500-PRINT-CONFIRMATION-PARA
               ELSE
                   PERFORM 3000-PRINT-STATEMENT-PARA
               END-IF
           END-IF
           PERFORM 1500-READ-MASTER-PARA.
      *****************************************************
      *  THE PLAN IN FORCE TODAY - THE SAME RULE EMPINSPR   *
      *  PRICES BY: NO INSPLAN RECORD MEANS STD, AND A PLAN *
      *  NOT YET EFFECTIVE LEAVES THE PRIOR PLAN IN FORCE.  *
      *****************************************************
       2100-CURRENT-PLAN-PARA.
           MOVE 'STD' TO WS-CUR-PLAN
           IF PLAN-FILE-OPEN
               MOVE EMP-ID TO IPL-EMP-ID
               READ PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IPL-EFF-DATE > WS-TODAY-NUM
                           IF IPL-PRIOR-PLAN NOT = SPACES
                               MOVE IPL-PRIOR-PLAN TO WS-CUR-PLAN
                           END-IF
                       ELSE
                           MOVE IPL-PLAN TO WS-CUR-PLAN
                       END-IF
               END-READ
           END-IF.
      *****************************************************
      *  ACTIVE DEPENDENTS OF THIS EMPLOYEE, AGED AT THE    *
      *  START OF THE NEW PLAN YEAR - THE AGE BAND THEY     *
      *  WILL BE PRICED IN WHEN THE ELECTION TAKES EFFECT.  *
      *****************************************************
       2200-LOAD-DEPENDENTS-PARA.
           MOVE ZERO TO WS-DEP-COUNT
           IF DEPENDENT-FILE-OPEN
               MOVE 'N'    TO WS-DEP-EOF-FLAG
               MOVE EMP-ID TO DPN-EMP-ID
               MOVE ZERO   TO DPN-SEQ
               START DEPENDENT-MASTER KEY NOT < DPN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DEP-EOF-FLAG
               END-START
               PERFORM 2250-READ-DEPENDENT-PARA
                   UNTIL END-OF-DEPENDENTS
           END-IF.
       2250-READ-DEPENDENT-PARA.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEP-EOF-FLAG
               NOT AT END
                   IF DPN-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-DEP-EOF-FLAG
                   ELSE
                       IF DPN-ACTIVE
                           PERFORM 2260-KEEP-DEPENDENT-PARA
                       END-IF
                   END-IF
           END-READ.
       2260-KEEP-DEPENDENT-PARA.
           IF WS-DEP-COUNT < 20
               ADD 1 TO WS-DEP-COUNT
               MOVE DPN-DOB TO WS-DOB-R
               COMPUTE WS-AGE = WS-PY-START-YR - WS-DOB-YR
               IF WS-DOB-MMDD > WS-PY-START-MMDD
                   SUBTRACT 1 FROM WS-AGE
               END-IF
               MOVE DPN-NAME     TO TBL-DEP-NAME(WS-DEP-COUNT)
               MOVE DPN-RELATION TO TBL-DEP-REL(WS-DEP-COUNT)
               MOVE WS-AGE       TO TBL-DEP-AGE(WS-DEP-COUNT)
           ELSE
               ADD 1 TO WS-TOT-DEP-OVER
               DISPLAY 'WARNING - MORE THAN 20 DEPENDENTS FOR '
                   EMP-ID ' - ' DPN-NAME ' NOT LISTED'
           END-IF.
      *****************************************************
      *  PREMIUM FOR THE DEPENDENTS HELD IN THE TABLE UNDER *
      *  WS-PRICE-PLAN - EACH DEPENDENT ON THE FIRST RATE   *
      *  ROW FOR THE PLAN WHOSE AGE BAND FITS, AS EMPINSPR. *
      *****************************************************
       2300-PRICE-PLAN-PARA.
           MOVE ZERO TO WS-PLAN-PREMIUM
           PERFORM 2310-PRICE-DEPENDENT-PARA
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > WS-DEP-COUNT.
       2310-PRICE-DEPENDENT-PARA.
           MOVE ZERO TO WS-DEP-PREMIUM
           PERFORM 2320-MATCH-RATE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RATE-COUNT
           ADD WS-DEP-PREMIUM TO WS-PLAN-PREMIUM.
       2320-MATCH-RATE-PARA.
           IF TBL-INR-PLAN(WS-SUB) = WS-PRICE-PLAN
               AND TBL-DEP-AGE(WS-DSUB) >= TBL-INR-FROM(WS-SUB)
               AND TBL-DEP-AGE(WS-DSUB) <= TBL-INR-TO(WS-SUB)
               AND WS-DEP-PREMIUM = ZERO
               MOVE TBL-INR-PREM(WS-SUB) TO WS-DEP-PREMIUM
           END-IF.
       2400-PRINT-DEPENDENTS-PARA.
           MOVE DEP-HEAD-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           IF WS-DEP-COUNT = ZERO
               MOVE DEP-NONE-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-LINE-PARA
           ELSE
               PERFORM 2410-PRINT-ONE-DEP-PARA
                   VARYING WS-DSUB FROM 1 BY 1
                   UNTIL WS-DSUB > WS-DEP-COUNT
           END-IF.
       2410-PRINT-ONE-DEP-PARA.
           MOVE TBL-DEP-NAME(WS-DSUB) TO OUT-DEP-NAME
           MOVE TBL-DEP-REL(WS-DSUB)  TO OUT-DEP-REL
           MOVE TBL-DEP-AGE(WS-DSUB)  TO OUT-DEP-AGE
           MOVE DEP-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA.
       2500-PRINT-HEADER-PARA.
           MOVE SEP-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           IF APPLY-MODE
               MOVE CONF-TITLE-LINE TO WS-PRINT-LINE
           ELSE
               MOVE STMT-TITLE-LINE TO WS-PRINT-LINE
           END-IF
           PERFORM 8000-WRITE-LINE-PARA
           MOVE EMP-ID   TO OUT-EMP-ID
           MOVE EMP-NAME TO OUT-EMP-NAME
           MOVE EMP-DEPT TO OUT-EMP-DEPT
           MOVE NAME-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA.
      *****************************************************
      *  ELECTION STATEMENT - ONE PER EMPLOYEE, WITH THE    *
      *  PREMIUM UNDER EVERY PLAN ON OFFER SO THE CHOICE    *
      *  CAN BE MADE ON THE FIGURES.                        *
      *****************************************************
       3000-PRINT-STATEMENT-PARA.
           PERFORM 2500-PRINT-HEADER-PARA
           MOVE WINDOW-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           MOVE WS-CUR-PLAN TO OUT-CUR-PLAN
           MOVE CURRENT-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           MOVE BLANK-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           PERFORM 2400-PRINT-DEPENDENTS-PARA
           MOVE BLANK-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           MOVE PREM-HEAD-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           PERFORM 3100-PRINT-PLAN-PARA
               VARYING WS-PSUB FROM 1 BY 1
               UNTIL WS-PSUB > WS-PLAN-COUNT
           MOVE BLANK-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           MOVE STMT-FOOT-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           ADD 1 TO WS-TOT-STATEMENTS.
       3100-PRINT-PLAN-PARA.
           MOVE TBL-PLAN-CODE(WS-PSUB) TO WS-PRICE-PLAN
           PERFORM 2300-PRICE-PLAN-PARA
           MOVE WS-PRICE-PLAN   TO OUT-PREM-PLAN
           MOVE WS-PLAN-PREMIUM TO OUT-PREM-AMT
           IF WS-PRICE-PLAN = WS-CUR-PLAN
               MOVE 'CURRENT PLAN' TO OUT-PREM-NOTE
           ELSE
               MOVE SPACES TO OUT-PREM-NOTE
           END-IF
           MOVE PREM-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA.
      *****************************************************
      *  A PENDING WINDOW ELECTION BECOMES THE EMPLOYEE'S   *
      *  PLAN FROM 1 JANUARY OF THE PLAN YEAR; THE PLAN IN  *
      *  FORCE TODAY STAYS ON THE RECORD AS THE PRIOR PLAN  *
      *  SO EMPINSPR KEEPS PRICING IT UNTIL THEN.           *
      *****************************************************
       4000-APPLY-ELECTION-PARA.
           MOVE 'N'         TO WS-ELECTED-FLAG
           MOVE WS-CUR-PLAN TO WS-NEW-PLAN
           MOVE EMP-ID        TO ELC-EMP-ID
           MOVE ENW-PLAN-YEAR TO ELC-PLAN-YEAR
           MOVE 'W'           TO ELC-SOURCE
           READ ELECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ELC-PENDING
                       MOVE 'Y'      TO WS-ELECTED-FLAG
                       MOVE ELC-PLAN TO WS-NEW-PLAN
                   END-IF
           END-READ
           IF ELECTION-MADE
               MOVE EMP-ID TO IPL-EMP-ID
               READ PLAN-FILE
                   INVALID KEY
                       PERFORM 4100-SET-PLAN-PARA
                       WRITE INS-PLAN-RECORD
                   NOT INVALID KEY
                       PERFORM 4100-SET-PLAN-PARA
                       REWRITE INS-PLAN-RECORD
               END-READ
               MOVE 'A'          TO ELC-STATUS
               MOVE WS-TODAY-NUM TO ELC-APPLY-DATE
               REWRITE ENROL-ELECTION-RECORD
               ADD 1 TO WS-TOT-APPLIED
           ELSE
               ADD 1 TO WS-TOT-CONTINUED
           END-IF.
       4100-SET-PLAN-PARA.
           MOVE WS-NEW-PLAN     TO IPL-PLAN
           MOVE WS-PY-START-NUM TO IPL-EFF-DATE
           MOVE WS-CUR-PLAN     TO IPL-PRIOR-PLAN
           MOVE 'E'             TO IPL-SOURCE.
       4500-PRINT-CONFIRMATION-PARA.
           PERFORM 2500-PRINT-HEADER-PARA
           IF ELECTION-MADE
               MOVE ELC-ELECT-DATE TO OUT-ELECT-DATE
               MOVE WS-NEW-PLAN    TO OUT-ELECT-PLAN
               MOVE CONF-ELECT-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-LINE-PARA
               MOVE WS-CUR-PLAN    TO OUT-PREV-PLAN
               MOVE CONF-PREV-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-LINE-PARA
           ELSE
               MOVE WS-NEW-PLAN    TO OUT-KEEP-PLAN
               MOVE CONF-KEEP-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-LINE-PARA
           END-IF
           MOVE BLANK-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           PERFORM 2400-PRINT-DEPENDENTS-PARA
           MOVE BLANK-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           MOVE WS-NEW-PLAN TO WS-PRICE-PLAN
           PERFORM 2300-PRICE-PLAN-PARA
           MOVE WS-NEW-PLAN     TO OUT-CONF-PLAN
           MOVE WS-PLAN-PREMIUM TO OUT-CONF-PREM
           MOVE CONF-PREM-LINE TO WS-PRINT-LINE
           PERFORM 8000-WRITE-LINE-PARA
           ADD 1 TO WS-TOT-STATEMENTS.
       8000-WRITE-LINE-PARA.
           IF APPLY-MODE
               WRITE CONFIRM-RECORD FROM WS-PRINT-LINE
           ELSE
               WRITE STATEMENT-RECORD FROM WS-PRINT-LINE
           END-IF.
       9000-TERMINATION-PARA.
           IF APPLY-MODE AND RUN-PROCEEDS
               MOVE 'A' TO ENW-STATUS
               REWRITE ENROL-WINDOW-RECORD
           END-IF
           DISPLAY '** OPEN ENROLMENT SUMMARY **'
           IF APPLY-MODE
               DISPLAY 'RUN MODE          : APPLY'
           ELSE
               DISPLAY 'RUN MODE          : STATEMENTS'
           END-IF
           DISPLAY 'EMPLOYEES READ    : ', WS-TOT-READ
           DISPLAY 'STATEMENTS PRINTED: ', WS-TOT-STATEMENTS
           IF APPLY-MODE
               DISPLAY 'ELECTIONS APPLIED : ', WS-TOT-APPLIED
               DISPLAY 'PLAN CONTINUED    : ', WS-TOT-CONTINUED
           END-IF
           IF WS-TOT-DEP-OVER > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE WINDOW-FILE
           END-IF
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF DEPENDENT-FILE-OPEN
               CLOSE DEPENDENT-MASTER
           END-IF
           IF PLAN-FILE-OPEN
               CLOSE PLAN-FILE
           END-IF
           IF ELECTION-FILE-OPEN
               CLOSE ELECTION-FILE
           END-IF
           IF WS-FILE-STAT7 = '00'
               CLOSE STATEMENT-FILE
           END-IF
           IF WS-FILE-STAT8 = '00'
               CLOSE CONFIRM-FILE
           END-IF.
