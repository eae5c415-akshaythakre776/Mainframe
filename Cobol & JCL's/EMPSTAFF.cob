       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSTAFF.
      *****************************************************
      *  STAFFING MATCH LIST.  FOR EVERY OPEN ROLE ON THE   *
      *  PROJECT ROLE FILE (PROJROLE.DAT - PROJECT, ROLE,   *
      *  REQUIRED SKILL, MINIMUM PROFICIENCY, START DATE,   *
      *  NUMBER NEEDED) LISTS THE EMPLOYEES WHO HOLD THE    *
      *  SKILL ON SKILMAST.DAT AT OR ABOVE THE LEVEL AND    *
      *  ARE NOT TERMINATED.  A HOLDER STILL ON LEAVE AT    *
      *  THE ROLE START (LOAMAST.DAT, OR STATUS 'L' WITH NO *
      *  LEAVE RECORD) IS COUNTED BUT NOT OFFERED.          *
      *  CANDIDATES ARE RANKED BY AVAILABILITY - FEWEST     *
      *  BILLABLE HOURS OVER THE LAST STAFFDAYS DAYS        *
      *  (DEFAULT 30) FIRST, BILLABLE MEANING AN APPROVED   *
      *  CARD ON TIMEAPPR.DAT CHARGED TO A PROJECT ACTIVE   *
      *  ON PROJMAST.DAT AS IN EMPUTIL - AND SHOW WHETHER   *
      *  THEY SIT AT THE PROJECT'S OWNING LOCATION          *
      *  (PRJ-OWNER-LOC) AND WHETHER THEIR CERTIFICATION IS *
      *  STILL VALID AT THE ROLE START.  THE REPORT         *
      *  (STAFFRPT.DAT) ENDS WITH THE SKILLS GAP - EVERY    *
      *  ROLE WITH FEWER CANDIDATES THAN IT NEEDS, MARKED   *
      *  NO HOLDER, ALL ON LEAVE OR TOO FEW - FOR           *
      *  RECRUITMENT AND TRAINING.  RC=4 WHEN A ROLE CARD   *
      *  IS INVALID OR THE ROLE FILE IS MISSING.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-FILE ASSIGN TO 'PROJROLE.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT SKILL-MASTER ASSIGN TO 'SKILMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SKL-KEY
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT LOA-MASTER ASSIGN TO 'LOAMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS LOA-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT PROJECT-MASTER ASSIGN TO 'PROJMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PRJ-CODE
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT APPROVED-FILE ASSIGN TO 'TIMEAPPR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT REPORT-FILE ASSIGN TO 'STAFFRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY ROLEREC.
       FD  SKILL-MASTER
           RECORD CONTAINS 19 CHARACTERS.
       COPY SKILREC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  LOA-MASTER.
       COPY LOAREC.
       FD  PROJECT-MASTER.
       COPY PROJREC.
       FD  APPROVED-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY TIMEREC.
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
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-INPUT                  VALUE 'Y'.
       01  WS-EMP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMPMAST-OPEN                  VALUE 'Y'.
       01  WS-LOA-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  LOAMAST-OPEN                  VALUE 'Y'.
       01  WS-PROJ-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PROJMAST-OPEN                 VALUE 'Y'.
       01  WS-LOA-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  LOA-FOUND                     VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-DAYS          PIC 9(03) VALUE 30.
       01  WS-ENV-DAYS             PIC X(03) VALUE SPACES.
       01  WS-ENV-DAYS-N REDEFINES WS-ENV-DAYS
                                   PIC 9(03).
       COPY DATEREQ.
       01  WS-SKL-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-SKL-TABLE.
           03  SKL-ENTRY           OCCURS 5000 TIMES.
               05  SKT-SKILL       PIC X(05).
               05  SKT-EMP-ID      PIC X(05).
               05  SKT-PROF        PIC X(01).
       01  WS-HRS-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-HRS-TABLE.
           03  HRS-ENTRY           OCCURS 2000 TIMES.
               05  HRT-EMP-ID      PIC X(05).
               05  HRT-HOURS       PIC 9(4)V9.
       01  WS-CAN-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-CAN-TABLE.
           03  CAN-ENTRY           OCCURS 200 TIMES.
               05  CAN-EMP-ID      PIC X(05).
               05  CAN-NAME        PIC X(15).
               05  CAN-LOC         PIC X(03).
               05  CAN-LOC-MATCH   PIC X(03).
               05  CAN-PROF        PIC X(01).
               05  CAN-HOURS       PIC 9(4)V9.
               05  CAN-CERT        PIC X(10).
               05  CAN-NOTE        PIC X(13).
       01  WS-NEW-CANDIDATE.
           03  NEW-EMP-ID          PIC X(05).
           03  NEW-NAME            PIC X(15).
           03  NEW-LOC             PIC X(03).
           03  NEW-LOC-MATCH       PIC X(03).
           03  NEW-PROF            PIC X(01).
           03  NEW-HOURS           PIC 9(4)V9.
           03  NEW-CERT            PIC X(10).
           03  NEW-NOTE            PIC X(13).
       01  WS-GAP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-GAP-TABLE.
           03  GAP-ENTRY           OCCURS 200 TIMES.
               05  GPT-PROJECT     PIC X(08).
               05  GPT-ROLE        PIC X(10).
               05  GPT-SKILL       PIC X(05).
               05  GPT-PROF        PIC X(01).
               05  GPT-NEEDED      PIC 9(02).
               05  GPT-HOLDERS     PIC 9(03).
               05  GPT-AVAILABLE   PIC 9(03).
               05  GPT-SHORT       PIC 9(02).
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-CSUB                 PIC 9(03) VALUE ZERO.
       01  WS-INS-SUB              PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-OWNER-LOC            PIC X(03) VALUE SPACES.
       01  WS-ROLE-NOTE            PIC X(30) VALUE SPACES.
       01  WS-HOLDERS              PIC 9(03) VALUE ZERO.
       01  WS-ON-LEAVE             PIC 9(03) VALUE ZERO.
       01  WS-SHORT                PIC 9(02) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-ROLES-READ   PIC 9(05) VALUE ZERO.
           03  WS-TOT-OPEN-ROLES   PIC 9(05) VALUE ZERO.
           03  WS-TOT-BAD-ROLES    PIC 9(05) VALUE ZERO.
           03  WS-TOT-CANDIDATES   PIC 9(05) VALUE ZERO.
           03  WS-TOT-FILLABLE     PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(32) VALUE
               'STAFFING MATCH LIST   RUN DATE '.
           03  OUT-HDR-DATE        PIC 9(08).
           03  FILLER              PIC X(24) VALUE
               '   BILLABLE HOURS - LAST'.
           03  OUT-HDR-DAYS        PIC ZZ9.
           03  FILLER              PIC X(13) VALUE ' DAYS'.
       01  ROLE-LINE1.
           03  FILLER              PIC X(09) VALUE 'PROJECT '.
           03  OUT-RL-PROJECT      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(08) VALUE '  ROLE '.
           03  OUT-RL-ROLE         PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(09) VALUE '  SKILL '.
           03  OUT-RL-SKILL        PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(12) VALUE '  MIN PROF '.
           03  OUT-RL-PROF         PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(18) VALUE SPACES.
       01  ROLE-LINE2.
           03  FILLER              PIC X(09) VALUE 'START   '.
           03  OUT-RL-START        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(10) VALUE '  NEEDED '.
           03  OUT-RL-NEEDED       PIC Z9.
           03  FILLER              PIC X(11) VALUE '  PROJ LOC '.
           03  OUT-RL-OWNER        PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RL-NOTE         PIC X(30) VALUE SPACES.
           03  FILLER              PIC X(05) VALUE SPACES.
       01  CAND-HEADING-LINE.
           03  FILLER              PIC X(05) VALUE 'RANK'.
           03  FILLER              PIC X(07) VALUE 'EMP'.
           03  FILLER              PIC X(17) VALUE 'NAME'.
           03  FILLER              PIC X(05) VALUE 'LOC'.
           03  FILLER              PIC X(05) VALUE 'MTCH'.
           03  FILLER              PIC X(05) VALUE 'PRF'.
           03  FILLER              PIC X(08) VALUE 'BILL HR'.
           03  FILLER              PIC X(12) VALUE 'CERT'.
           03  FILLER              PIC X(16) VALUE 'NOTE'.
       01  CAND-LINE.
           03  OUT-CN-RANK         PIC ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CN-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CN-NAME         PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CN-LOC          PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CN-MATCH        PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CN-PROF         PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-CN-HOURS        PIC ZZZ9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CN-CERT         PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CN-NOTE         PIC X(13) VALUE SPACES.
           03  FILLER              PIC X(03) VALUE SPACES.
       01  ROLE-TOTAL-LINE.
           03  FILLER              PIC X(09) VALUE SPACES.
           03  FILLER              PIC X(12) VALUE 'CANDIDATES: '.
           03  OUT-RT-AVAILABLE    PIC ZZ9.
           03  FILLER              PIC X(22) VALUE
               '  QUALIFIED HOLDERS: '.
           03  OUT-RT-HOLDERS      PIC ZZ9.
           03  FILLER              PIC X(13) VALUE '  ON LEAVE: '.
           03  OUT-RT-ON-LEAVE     PIC ZZ9.
           03  FILLER              PIC X(15) VALUE SPACES.
       01  GAP-HEADING-LINE1       PIC X(80) VALUE
           'SKILLS GAP - ROLES THE CURRENT WORKFORCE CANNOT FILL'.
       01  GAP-HEADING-LINE2.
           03  FILLER              PIC X(10) VALUE 'PROJECT'.
           03  FILLER              PIC X(12) VALUE 'ROLE'.
           03  FILLER              PIC X(07) VALUE 'SKILL'.
           03  FILLER              PIC X(06) VALUE 'PROF'.
           03  FILLER              PIC X(08) VALUE 'NEEDED'.
           03  FILLER              PIC X(09) VALUE 'HOLDERS'.
           03  FILLER              PIC X(08) VALUE 'AVAIL'.
           03  FILLER              PIC X(20) VALUE 'SHORT'.
       01  GAP-LINE.
           03  OUT-GP-PROJECT      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-GP-ROLE         PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-GP-SKILL        PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-GP-PROF         PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(05) VALUE SPACES.
           03  OUT-GP-NEEDED       PIC Z9.
           03  FILLER              PIC X(06) VALUE SPACES.
           03  OUT-GP-HOLDERS      PIC ZZ9.
           03  FILLER              PIC X(06) VALUE SPACES.
           03  OUT-GP-AVAILABLE    PIC ZZ9.
           03  FILLER              PIC X(05) VALUE SPACES.
           03  OUT-GP-SHORT        PIC Z9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-GP-TEXT         PIC X(16) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(12) VALUE 'OPEN ROLES: '.
           03  OUT-TOT-OPEN        PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  FILLABLE: '.
           03  OUT-TOT-FILLABLE    PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  GAPS: '.
           03  OUT-TOT-GAPS        PIC ZZ9.
           03  FILLER              PIC X(14) VALUE '  BAD CARDS: '.
           03  OUT-TOT-BAD         PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-ROLES-PARA
           PERFORM 5000-GAP-SUMMARY-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT 'STAFFDAYS'
           IF WS-ENV-DAYS NUMERIC AND WS-ENV-DAYS-N > ZERO
               MOVE WS-ENV-DAYS-N TO WS-WINDOW-DAYS
           END-IF
           MOVE 'AD'            TO DTQ-FUNCTION
           MOVE WS-TODAY-NUM    TO DTQ-DATE-1
           COMPUTE DTQ-COUNT = ZERO - WS-WINDOW-DAYS
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-FROM-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-NUM   TO OUT-HDR-DATE
           MOVE WS-WINDOW-DAYS TO OUT-HDR-DAYS
           WRITE REPORT-RECORD FROM HEADING-LINE1
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-EMP-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT3 ' - NO CANDIDATES'
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT LOA-MASTER
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-LOA-OPEN-FLAG
           ELSE
               DISPLAY 'LOAMAST.DAT NOT AVAILABLE - LEAVE TAKEN '
                   'FROM EMP-STATUS ONLY'
           END-IF
           OPEN INPUT PROJECT-MASTER
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-PROJ-OPEN-FLAG
           ELSE
               DISPLAY 'PROJMAST.DAT NOT AVAILABLE - NO LOCATION '
                   'MATCH AND NO BILLABLE HOURS'
           END-IF
           PERFORM 1100-LOAD-SKILLS-PARA
           PERFORM 1200-LOAD-HOURS-PARA.
       1100-LOAD-SKILLS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SKILL-MASTER
           IF WS-FILE-STAT2 = '00'
               PERFORM 1150-READ-SKILL-PARA UNTIL END-OF-INPUT
               CLOSE SKILL-MASTER
           ELSE
               DISPLAY 'SKILMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT2 ' - NO ROLE CAN BE MATCHED'
               MOVE 12 TO RETURN-CODE
           END-IF.
       1150-READ-SKILL-PARA.
           READ SKILL-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-SKL-COUNT < 5000
                       ADD 1 TO WS-SKL-COUNT
                       MOVE SKL-SKILL  TO SKT-SKILL(WS-SKL-COUNT)
                       MOVE SKL-EMP-ID TO SKT-EMP-ID(WS-SKL-COUNT)
                       MOVE SKL-PROF   TO SKT-PROF(WS-SKL-COUNT)
                   ELSE
                       DISPLAY 'WARNING - SKILL TABLE FULL AT 5000 - '
                           SKL-EMP-ID ' ' SKL-SKILL ' NOT MATCHED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
      *****************************************************
      *  RECENT BILLABLE HOURS PER EMPLOYEE - APPROVED      *
      *  CARDS WORKED IN THE LAST STAFFDAYS DAYS ON A       *
      *  PROJECT ACTIVE ON PROJMAST.DAT, THE EMPUTIL RULE.  *
      *****************************************************
       1200-LOAD-HOURS-PARA.
           IF PROJMAST-OPEN
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT APPROVED-FILE
               IF WS-FILE-STAT6 = '00'
                   PERFORM 1250-READ-CARD-PARA UNTIL END-OF-INPUT
                   CLOSE APPROVED-FILE
               ELSE
                   DISPLAY 'TIMEAPPR.DAT NOT AVAILABLE - NO '
                       'BILLABLE HOURS'
               END-IF
           END-IF.
       1250-READ-CARD-PARA.
           READ APPROVED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF TC-WORK-DATE > WS-FROM-DATE
                       AND TC-WORK-DATE NOT > WS-TODAY-NUM
                       PERFORM 1300-ADD-HOURS-PARA
                   END-IF
           END-READ.
       1300-ADD-HOURS-PARA.
           MOVE TC-PROJECT TO PRJ-CODE
           READ PROJECT-MASTER
               INVALID KEY
                   MOVE 'N' TO PRJ-STATUS
           END-READ
           IF PRJ-ACTIVE
               MOVE TC-EMP-ID TO NEW-EMP-ID
               PERFORM 7500-FIND-HOURS-PARA
               IF WS-FIND-SUB = ZERO
                   IF WS-HRS-COUNT < 2000
                       ADD 1 TO WS-HRS-COUNT
                       MOVE WS-HRS-COUNT TO WS-FIND-SUB
                       MOVE TC-EMP-ID TO HRT-EMP-ID(WS-FIND-SUB)
                       MOVE ZERO      TO HRT-HOURS(WS-FIND-SUB)
                   END-IF
               END-IF
               IF WS-FIND-SUB > ZERO
                   ADD TC-HOURS TO HRT-HOURS(WS-FIND-SUB)
               END-IF
           END-IF.
       2000-ROLES-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ROLE-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 2100-READ-ROLE-PARA UNTIL END-OF-INPUT
               CLOSE ROLE-FILE
           ELSE
               DISPLAY 'PROJROLE.DAT NOT AVAILABLE - NO ROLES TO '
                   'STAFF'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       2100-READ-ROLE-PARA.
           READ ROLE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-ROLES-READ
                   IF PRL-OPEN
                       PERFORM 2200-MATCH-ROLE-PARA
                   END-IF
           END-READ.
      *****************************************************
      *  ONE OPEN ROLE.  A CARD WITH NO SKILL, AN UNKNOWN   *
      *  PROFICIENCY OR NOBODY NEEDED IS LISTED AND LEFT.   *
      *  OTHERWISE EVERY HOLDER OF THE SKILL AT OR ABOVE    *
      *  THE MINIMUM IS TRIED AS A CANDIDATE, AND THE ROLE  *
      *  GOES ON THE GAP LIST IF FEWER ARE AVAILABLE THAN   *
      *  IT NEEDS.                                          *
      *****************************************************
       2200-MATCH-ROLE-PARA.
           ADD 1 TO WS-TOT-OPEN-ROLES
           MOVE SPACES TO WS-OWNER-LOC
                          WS-ROLE-NOTE
           MOVE ZERO   TO WS-CAN-COUNT
                          WS-HOLDERS
                          WS-ON-LEAVE
           IF PROJMAST-OPEN
               MOVE PRL-PROJECT TO PRJ-CODE
               READ PROJECT-MASTER
                   INVALID KEY
                       MOVE 'PROJECT NOT ON PROJMAST.DAT'
                           TO WS-ROLE-NOTE
                   NOT INVALID KEY
                       MOVE PRJ-OWNER-LOC TO WS-OWNER-LOC
               END-READ
           END-IF
           MOVE PRL-PROJECT  TO OUT-RL-PROJECT
           MOVE PRL-ROLE     TO OUT-RL-ROLE
           MOVE PRL-SKILL    TO OUT-RL-SKILL
           MOVE PRL-MIN-PROF TO OUT-RL-PROF
           MOVE PRL-START    TO OUT-RL-START
           MOVE PRL-NEEDED   TO OUT-RL-NEEDED
           MOVE WS-OWNER-LOC TO OUT-RL-OWNER
           IF PRL-SKILL = SPACES
               OR NOT PRL-PROF-VALID
               OR PRL-NEEDED NOT NUMERIC
               OR PRL-NEEDED = ZERO
               ADD 1 TO WS-TOT-BAD-ROLES
               MOVE 'ROLE CARD INVALID - NOT MATCHED' TO WS-ROLE-NOTE
               MOVE WS-ROLE-NOTE TO OUT-RL-NOTE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM ROLE-LINE1
               WRITE REPORT-RECORD FROM ROLE-LINE2
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF EMPMAST-OPEN
                   PERFORM 2300-TRY-HOLDER-PARA
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SKL-COUNT
               END-IF
               PERFORM 3000-PRINT-ROLE-PARA
           END-IF.
       2300-TRY-HOLDER-PARA.
           IF SKT-SKILL(WS-SUB) = PRL-SKILL
               AND SKT-PROF(WS-SUB) NOT < PRL-MIN-PROF
               AND SKT-PROF(WS-SUB) NOT > '3'
               MOVE SKT-EMP-ID(WS-SUB) TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'T' TO EMP-STATUS
               END-READ
               IF NOT EMP-TERMINATED
                   ADD 1 TO WS-HOLDERS
                   PERFORM 2400-CHECK-LEAVE-PARA
               END-IF
           END-IF.
      *****************************************************
      *  A HOLDER IS ON LEAVE FOR THE ROLE IF LOAMAST.DAT   *
      *  HAS THEM BACK ON OR AFTER THE ROLE START, OR IF    *
      *  THE MASTER SAYS 'L' AND THERE IS NO LEAVE RECORD   *
      *  TO SAY WHEN.  SOMEONE BACK BEFORE THE START IS A   *
      *  CANDIDATE WITH THE RETURN DATE NOTED.              *
      *****************************************************
       2400-CHECK-LEAVE-PARA.
           MOVE 'N' TO WS-LOA-FOUND-FLAG
           IF LOAMAST-OPEN
               MOVE EMP-ID TO LOA-EMP-ID
               READ LOA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOA-FOUND-FLAG
               END-READ
           END-IF
           IF (LOA-FOUND AND LOA-EXP-RETURN NOT < PRL-START)
               OR (EMP-ON-LEAVE AND NOT LOA-FOUND)
               ADD 1 TO WS-ON-LEAVE
           ELSE
               PERFORM 2500-BUILD-CANDIDATE-PARA
           END-IF.
       2500-BUILD-CANDIDATE-PARA.
           MOVE EMP-ID           TO NEW-EMP-ID
           MOVE EMP-NAME         TO NEW-NAME
           MOVE EMP-LOC          TO NEW-LOC
           MOVE SKT-PROF(WS-SUB) TO NEW-PROF
           MOVE SPACES           TO NEW-NOTE
           IF WS-OWNER-LOC = SPACES
               MOVE SPACES TO NEW-LOC-MATCH
           ELSE
               IF EMP-LOC = WS-OWNER-LOC
                   MOVE 'YES' TO NEW-LOC-MATCH
               ELSE
                   MOVE 'NO ' TO NEW-LOC-MATCH
               END-IF
           END-IF
           IF EMP-CERT-EXP-DATE NOT NUMERIC
               OR EMP-CERT-EXP-DATE = ZERO
               MOVE 'NONE'       TO NEW-CERT
           ELSE
               IF EMP-CERT-EXP-DATE < PRL-START
                   MOVE 'EXPIRED'    TO NEW-CERT
               ELSE
                   MOVE 'VALID'      TO NEW-CERT
               END-IF
           END-IF
           IF LOA-FOUND
               STRING 'BACK ' LOA-EXP-RETURN
                      DELIMITED BY SIZE INTO NEW-NOTE
               END-STRING
           END-IF
           PERFORM 7500-FIND-HOURS-PARA
           IF WS-FIND-SUB = ZERO
               MOVE ZERO TO NEW-HOURS
           ELSE
               MOVE HRT-HOURS(WS-FIND-SUB) TO NEW-HOURS
           END-IF
           PERFORM 2600-RANK-CANDIDATE-PARA.
      *****************************************************
      *  INSERT IN RANK ORDER - FEWEST RECENT BILLABLE      *
      *  HOURS FIRST, THE HIGHER PROFICIENCY FIRST ON A     *
      *  TIE.                                               *
      *****************************************************
       2600-RANK-CANDIDATE-PARA.
           IF WS-CAN-COUNT < 200
               MOVE ZERO TO WS-INS-SUB
               PERFORM 2650-FIND-SLOT-PARA
                   VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > WS-CAN-COUNT OR WS-INS-SUB > ZERO
               IF WS-INS-SUB = ZERO
                   COMPUTE WS-INS-SUB = WS-CAN-COUNT + 1
               END-IF
               ADD 1 TO WS-CAN-COUNT
               PERFORM 2700-SHIFT-DOWN-PARA
                   VARYING WS-CSUB FROM WS-CAN-COUNT BY -1
                   UNTIL WS-CSUB NOT > WS-INS-SUB
               MOVE WS-NEW-CANDIDATE TO CAN-ENTRY(WS-INS-SUB)
           ELSE
               DISPLAY 'WARNING - CANDIDATE TABLE FULL AT 200 - '
                   PRL-PROJECT ' ' PRL-ROLE ' ' NEW-EMP-ID
                   ' NOT LISTED'
           END-IF.
       2650-FIND-SLOT-PARA.
           IF NEW-HOURS < CAN-HOURS(WS-CSUB)
               OR (NEW-HOURS = CAN-HOURS(WS-CSUB)
                   AND NEW-PROF > CAN-PROF(WS-CSUB))
               MOVE WS-CSUB TO WS-INS-SUB
           END-IF.
       2700-SHIFT-DOWN-PARA.
           MOVE CAN-ENTRY(WS-CSUB - 1) TO CAN-ENTRY(WS-CSUB).
       3000-PRINT-ROLE-PARA.
           MOVE WS-ROLE-NOTE TO OUT-RL-NOTE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM ROLE-LINE1
           WRITE REPORT-RECORD FROM ROLE-LINE2
           IF WS-CAN-COUNT > ZERO
               WRITE REPORT-RECORD FROM CAND-HEADING-LINE
               PERFORM 3100-PRINT-CANDIDATE-PARA
                   VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > WS-CAN-COUNT
           END-IF
           MOVE WS-CAN-COUNT TO OUT-RT-AVAILABLE
           MOVE WS-HOLDERS   TO OUT-RT-HOLDERS
           MOVE WS-ON-LEAVE  TO OUT-RT-ON-LEAVE
           WRITE REPORT-RECORD FROM ROLE-TOTAL-LINE
           ADD WS-CAN-COUNT TO WS-TOT-CANDIDATES
           IF WS-CAN-COUNT < PRL-NEEDED
               PERFORM 3200-ADD-GAP-PARA
           ELSE
               ADD 1 TO WS-TOT-FILLABLE
           END-IF.
       3100-PRINT-CANDIDATE-PARA.
           MOVE WS-CSUB                TO OUT-CN-RANK
           MOVE CAN-EMP-ID(WS-CSUB)    TO OUT-CN-EMP-ID
           MOVE CAN-NAME(WS-CSUB)      TO OUT-CN-NAME
           MOVE CAN-LOC(WS-CSUB)       TO OUT-CN-LOC
           MOVE CAN-LOC-MATCH(WS-CSUB) TO OUT-CN-MATCH
           MOVE CAN-PROF(WS-CSUB)      TO OUT-CN-PROF
           MOVE CAN-HOURS(WS-CSUB)     TO OUT-CN-HOURS
           MOVE CAN-CERT(WS-CSUB)      TO OUT-CN-CERT
           MOVE CAN-NOTE(WS-CSUB)      TO OUT-CN-NOTE
           WRITE REPORT-RECORD FROM CAND-LINE.
       3200-ADD-GAP-PARA.
           COMPUTE WS-SHORT = PRL-NEEDED - WS-CAN-COUNT
           IF WS-GAP-COUNT < 200
               ADD 1 TO WS-GAP-COUNT
               MOVE PRL-PROJECT  TO GPT-PROJECT(WS-GAP-COUNT)
               MOVE PRL-ROLE     TO GPT-ROLE(WS-GAP-COUNT)
               MOVE PRL-SKILL    TO GPT-SKILL(WS-GAP-COUNT)
               MOVE PRL-MIN-PROF TO GPT-PROF(WS-GAP-COUNT)
               MOVE PRL-NEEDED   TO GPT-NEEDED(WS-GAP-COUNT)
               MOVE WS-HOLDERS   TO GPT-HOLDERS(WS-GAP-COUNT)
               MOVE WS-CAN-COUNT TO GPT-AVAILABLE(WS-GAP-COUNT)
               MOVE WS-SHORT     TO GPT-SHORT(WS-GAP-COUNT)
           ELSE
               DISPLAY 'WARNING - GAP TABLE FULL AT 200 - '
                   PRL-PROJECT ' ' PRL-ROLE ' NOT SUMMARISED'
           END-IF.
      *****************************************************
      *  THE SKILLS GAP FOR RECRUITMENT AND TRAINING -      *
      *  EVERY ROLE SHORT OF PEOPLE, SAYING WHETHER NOBODY  *
      *  ON THE BOOKS HOLDS THE SKILL AT THE LEVEL (HIRE OR *
      *  TRAIN) OR THE HOLDERS ARE ALL ON LEAVE OR TOO FEW. *
      *****************************************************
       5000-GAP-SUMMARY-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM GAP-HEADING-LINE1
           WRITE REPORT-RECORD FROM GAP-HEADING-LINE2
           PERFORM 5100-GAP-LINE-PARA
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-GAP-COUNT.
       5100-GAP-LINE-PARA.
           MOVE GPT-PROJECT(WS-CSUB)   TO OUT-GP-PROJECT
           MOVE GPT-ROLE(WS-CSUB)      TO OUT-GP-ROLE
           MOVE GPT-SKILL(WS-CSUB)     TO OUT-GP-SKILL
           MOVE GPT-PROF(WS-CSUB)      TO OUT-GP-PROF
           MOVE GPT-NEEDED(WS-CSUB)    TO OUT-GP-NEEDED
           MOVE GPT-HOLDERS(WS-CSUB)   TO OUT-GP-HOLDERS
           MOVE GPT-AVAILABLE(WS-CSUB) TO OUT-GP-AVAILABLE
           MOVE GPT-SHORT(WS-CSUB)     TO OUT-GP-SHORT
           EVALUATE TRUE
               WHEN GPT-HOLDERS(WS-CSUB) = ZERO
                   MOVE 'NO HOLDER'      TO OUT-GP-TEXT
               WHEN GPT-AVAILABLE(WS-CSUB) = ZERO
                   MOVE 'ALL ON LEAVE'   TO OUT-GP-TEXT
               WHEN OTHER
                   MOVE 'TOO FEW'        TO OUT-GP-TEXT
           END-EVALUATE
           WRITE REPORT-RECORD FROM GAP-LINE.
       7500-FIND-HOURS-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 7550-MATCH-HOURS-PARA
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-HRS-COUNT OR WS-FIND-SUB > ZERO.
       7550-MATCH-HOURS-PARA.
           IF HRT-EMP-ID(WS-CSUB) = NEW-EMP-ID
               MOVE WS-CSUB TO WS-FIND-SUB
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-OPEN-ROLES TO OUT-TOT-OPEN
           MOVE WS-TOT-FILLABLE   TO OUT-TOT-FILLABLE
           MOVE WS-GAP-COUNT      TO OUT-TOT-GAPS
           MOVE WS-TOT-BAD-ROLES  TO OUT-TOT-BAD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** STAFFING MATCH SUMMARY **'
           DISPLAY 'ROLE CARDS READ   : ', WS-TOT-ROLES-READ
           DISPLAY 'OPEN ROLES        : ', WS-TOT-OPEN-ROLES
           DISPLAY 'INVALID ROLE CARDS: ', WS-TOT-BAD-ROLES
           DISPLAY 'CANDIDATES LISTED : ', WS-TOT-CANDIDATES
           DISPLAY 'ROLES FILLABLE    : ', WS-TOT-FILLABLE
           DISPLAY 'SKILLS GAPS       : ', WS-GAP-COUNT
           IF EMPMAST-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF LOAMAST-OPEN
               CLOSE LOA-MASTER
           END-IF
           IF PROJMAST-OPEN
               CLOSE PROJECT-MASTER
           END-IF
           CLOSE REPORT-FILE.
