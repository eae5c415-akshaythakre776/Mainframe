       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHIER.
      *****************************************************
      *  REPORTING-LINE HIERARCHY EXTRACT AND               *
      *  SPAN-OF-CONTROL REPORT.  REPORTING LINES LIVE IN   *
      *  TWO PLACES THAT OFTEN DISAGREE - THE DEPARTMENT    *
      *  MANAGER (DEPT-MGR-EMP-ID ON DEPTMAST.DAT) AND THE  *
      *  TIMECARD SUPERVISOR (SUPVMAST.DAT, AN OPERATOR ID  *
      *  TURNED INTO AN EMPLOYEE THROUGH OPR-EMP-ID ON      *
      *  OPRMAST.DAT).  THE DEPARTMENT CHAIN IS TAKEN AS    *
      *  THE REPORTING LINE: AN EMPLOYEE REPORTS TO THE     *
      *  MANAGER OF THEIR DEPARTMENT, AND A DEPARTMENT      *
      *  MANAGER (OR ANYONE IN A DEPARTMENT WITH NO         *
      *  MANAGER) TO THE MANAGER OF THE NEAREST DEPARTMENT  *
      *  ABOVE (DEPT-PARENT).  THE SUPERVISOR IS USED ONLY  *
      *  WHEN THE DEPARTMENT CHAIN NAMES NOBODY.  EVERY     *
      *  EMPLOYEE NOT TERMINATED IS CLIMBED TO THE TOP OF   *
      *  THEIR CHAIN AND WRITTEN TO HIEREXT.DAT             *
      *  (HIERREC.CPY - EMPLOYEE, DIRECT MANAGER AND WHERE  *
      *  IT CAME FROM, LEVEL BELOW THE TOP, TOP OF CHAIN,   *
      *  CHAIN STATUS) FOR THE DIRECTORY AND ORG-CHART      *
      *  TOOLS.  HIERRPT.DAT LISTS THE BROKEN CHAINS - A    *
      *  MANAGER TERMINATED OR NOT ON EMPMAST.DAT, CIRCULAR *
      *  REPORTING, A SUPERVISOR WHO IS NOT THE DEPARTMENT  *
      *  MANAGER - EACH ALSO RAISED ON THE EXCEPTION        *
      *  REGISTER (RC=4), THEN THE SPAN OF CONTROL OF EVERY *
      *  MANAGER (DIRECT AND TOTAL REPORTS) FLAGGED ABOVE   *
      *  OR BELOW THE LIMITS ON HIERPARM.DAT.               *
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

           SELECT DEPT-MASTER ASSIGN TO 'DEPTMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT OPERATOR-FILE ASSIGN TO 'OPRMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT SUPERVISOR-MASTER ASSIGN TO 'SUPVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT PARM-FILE ASSIGN TO 'HIERPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT HIER-FILE ASSIGN TO 'HIEREXT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT REPORT-FILE ASSIGN TO 'HIERRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  DEPT-MASTER.
       COPY DEPTREC.
       FD  OPERATOR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
       FD  SUPERVISOR-MASTER.
       COPY SUPVREC.
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-RECORD.
           03  HRP-MIN-SPAN        PIC 9(03).
           03  HRP-MAX-SPAN        PIC 9(03).
           03  FILLER              PIC X(14).
       FD  HIER-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY HIERREC.
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
       01  WS-SUPV-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  SUPV-FILE-OPEN                VALUE 'Y'.
       01  WS-MIN-SPAN             PIC 9(03) VALUE 2.
       01  WS-MAX-SPAN             PIC 9(03) VALUE 12.
       01  WS-MAX-LEVELS           PIC 9(02) VALUE 30.
       01  WS-EMP-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-EMP-TABLE.
           03  EMP-ENTRY           OCCURS 2000 TIMES.
               05  TBL-EMP-ID      PIC X(05).
               05  TBL-EMP-NAME    PIC X(15).
               05  TBL-EMP-STATUS  PIC X(01).
               05  TBL-EMP-DEPT    PIC X(04).
               05  TBL-EMP-MGR     PIC X(05).
               05  TBL-EMP-MGR-SUB PIC 9(04).
               05  TBL-EMP-SOURCE  PIC X(01).
               05  TBL-EMP-CHAIN   PIC X(01).
               05  TBL-EMP-DIRECT  PIC 9(04).
               05  TBL-EMP-TOTAL   PIC 9(04).
       01  WS-DEPT-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-DEPT-TABLE.
           03  DEPT-ENTRY          OCCURS 500 TIMES.
               05  DPT-CODE        PIC X(04).
               05  DPT-MGR         PIC X(05).
               05  DPT-PARENT      PIC X(04).
       01  WS-OPR-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-OPR-TABLE.
           03  OPR-ENTRY           OCCURS 500 TIMES.
               05  OPT-ID          PIC X(08).
               05  OPT-EMP-ID      PIC X(05).
       01  WS-ESUB                 PIC 9(04) VALUE ZERO.
       01  WS-CUR-SUB              PIC 9(04) VALUE ZERO.
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-FIND-ID              PIC X(05) VALUE SPACES.
       01  WS-CUR-DEPT             PIC X(04) VALUE SPACES.
       01  WS-DEPT-STEPS           PIC 9(02) VALUE ZERO.
       01  WS-DEPT-MGR             PIC X(05) VALUE SPACES.
       01  WS-SUPV-MGR             PIC X(05) VALUE SPACES.
       01  WS-LEVEL                PIC 9(02) VALUE ZERO.
       01  WS-TOP-ID               PIC X(05) VALUE SPACES.
       01  WS-CHAIN                PIC X(01) VALUE SPACE.
       01  WS-ISSUE-MGR            PIC X(05) VALUE SPACES.
       01  WS-ISSUE-TEXT           PIC X(40) VALUE SPACES.
       01  WS-SPAN-TEXT            PIC X(12) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-EMP-READ     PIC 9(05) VALUE ZERO.
           03  WS-TOT-EXTRACTED    PIC 9(05) VALUE ZERO.
           03  WS-TOT-FROM-DEPT    PIC 9(05) VALUE ZERO.
           03  WS-TOT-FROM-SUPV    PIC 9(05) VALUE ZERO.
           03  WS-TOT-TOPS         PIC 9(05) VALUE ZERO.
           03  WS-TOT-MISSING      PIC 9(05) VALUE ZERO.
           03  WS-TOT-TERM-MGR     PIC 9(05) VALUE ZERO.
           03  WS-TOT-CIRCULAR     PIC 9(05) VALUE ZERO.
           03  WS-TOT-DISAGREE     PIC 9(05) VALUE ZERO.
           03  WS-TOT-MANAGERS     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ABOVE        PIC 9(05) VALUE ZERO.
           03  WS-TOT-BELOW        PIC 9(05) VALUE ZERO.
       COPY EXCPREG.
       01  HEADING-LINE1.
           03  FILLER              PIC X(38) VALUE
               'REPORTING-LINE HIERARCHY - SPAN MIN '.
           03  OUT-HDR-MIN         PIC ZZ9.
           03  FILLER              PIC X(06) VALUE '  MAX '.
           03  OUT-HDR-MAX         PIC ZZ9.
           03  FILLER              PIC X(30) VALUE SPACES.
       01  ISSUE-HEADING-LINE      PIC X(80) VALUE
           'REPORTING-LINE EXCEPTIONS'.
       01  ISSUE-LINE.
           03  OUT-IS-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-IS-NAME         PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-IS-DEPT         PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-IS-MGR          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-IS-TEXT         PIC X(40) VALUE SPACES.
           03  FILLER              PIC X(03) VALUE SPACES.
       01  SPAN-HEADING-LINE1      PIC X(80) VALUE
           'SPAN OF CONTROL'.
       01  SPAN-HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'MANAGER'.
           03  FILLER              PIC X(17) VALUE SPACES.
           03  FILLER              PIC X(06) VALUE 'DEPT'.
           03  FILLER              PIC X(06) VALUE 'DIRECT'.
           03  FILLER              PIC X(08) VALUE '   TOTAL'.
           03  FILLER              PIC X(36) VALUE SPACES.
       01  SPAN-LINE.
           03  OUT-SP-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SP-NAME         PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SP-DEPT         PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-SP-DIRECT       PIC ZZZ9.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-SP-TOTAL        PIC ZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SP-FLAG         PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(22) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(11) VALUE 'EXTRACTED: '.
           03  OUT-TOT-EXTRACTED   PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  MANAGERS: '.
           03  OUT-TOT-MANAGERS    PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE '  ABOVE SPAN: '.
           03  OUT-TOT-ABOVE       PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE '  BELOW SPAN: '.
           03  OUT-TOT-BELOW       PIC ZZZZ9.
           03  FILLER              PIC X(09) VALUE SPACES.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(17) VALUE
               'MISSING MANAGER: '.
           03  OUT-TOT-MISSING     PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE '  TERMINATED: '.
           03  OUT-TOT-TERM-MGR    PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  CIRCULAR: '.
           03  OUT-TOT-CIRCULAR    PIC ZZZZ9.
           03  FILLER              PIC X(13) VALUE '  DISAGREES: '.
           03  OUT-TOT-DISAGREE    PIC ZZZZ9.
           03  FILLER              PIC X(04) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-DIRECT-MANAGER-PARA
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-EMP-COUNT
           PERFORM 3000-CHAIN-PARA
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-EMP-COUNT
           PERFORM 4000-SPAN-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           PERFORM 1100-READ-PARM-PARA
           PERFORM 1200-LOAD-DEPTS-PARA
           PERFORM 1300-LOAD-OPERATORS-PARA
           PERFORM 1400-LOAD-EMPLOYEES-PARA
           OPEN INPUT SUPERVISOR-MASTER
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-SUPV-OPEN-FLAG
           ELSE
               DISPLAY 'SUPVMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT4 ' - DEPARTMENT MANAGERS ONLY'
           END-IF
           OPEN OUTPUT HIER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-MIN-SPAN TO OUT-HDR-MIN
           MOVE WS-MAX-SPAN TO OUT-HDR-MAX
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM ISSUE-HEADING-LINE.
      *****************************************************
      *  THE SPAN LIMITS COME FROM HIERPARM.DAT; WITHOUT IT *
      *  A MANAGER WITH FEWER THAN 2 OR MORE THAN 12 DIRECT *
      *  REPORTS IS FLAGGED.                                *
      *****************************************************
       1100-READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT5 = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-APPLY-PARM-PARA
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'HIERPARM.DAT NOT PRESENT - DEFAULT SPAN '
                   'LIMITS'
           END-IF.
       1150-APPLY-PARM-PARA.
           IF HRP-MIN-SPAN NUMERIC AND HRP-MAX-SPAN NUMERIC
               AND HRP-MAX-SPAN NOT < HRP-MIN-SPAN
               AND HRP-MAX-SPAN > ZERO
               MOVE HRP-MIN-SPAN TO WS-MIN-SPAN
               MOVE HRP-MAX-SPAN TO WS-MAX-SPAN
           END-IF.
       1200-LOAD-DEPTS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DEPT-MASTER
           IF WS-FILE-STAT2 = '00'
               PERFORM 1250-READ-DEPT-PARA UNTIL END-OF-INPUT
               CLOSE DEPT-MASTER
           ELSE
               DISPLAY 'DEPTMAST.DAT NOT AVAILABLE - SUPERVISORS '
                   'ONLY'
           END-IF.
       1250-READ-DEPT-PARA.
           READ DEPT-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-DEPT-COUNT < 500
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DEPT-CODE       TO DPT-CODE(WS-DEPT-COUNT)
                       MOVE DEPT-MGR-EMP-ID TO DPT-MGR(WS-DEPT-COUNT)
                       MOVE DEPT-PARENT     TO
                           DPT-PARENT(WS-DEPT-COUNT)
                   END-IF
           END-READ.
      *****************************************************
      *  SUP-SUPERVISOR IS AN OPERATOR ID - THE OPERATOR    *
      *  PROFILE'S OPR-EMP-ID TURNS IT INTO AN EMPLOYEE.    *
      *****************************************************
       1300-LOAD-OPERATORS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OPERATOR-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 1350-READ-OPERATOR-PARA UNTIL END-OF-INPUT
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY 'OPRMAST.DAT NOT AVAILABLE - SUPERVISORS '
                   'CANNOT BE PLACED'
           END-IF.
       1350-READ-OPERATOR-PARA.
           READ OPERATOR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-OPR-COUNT < 500
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OPR-ID     TO OPT-ID(WS-OPR-COUNT)
                       MOVE OPR-EMP-ID TO OPT-EMP-ID(WS-OPR-COUNT)
                   END-IF
           END-READ.
      *****************************************************
      *  EVERY EMPLOYEE, TERMINATED INCLUDED, SO A LEAVER   *
      *  STILL NAMED AS SOMEONE'S MANAGER CAN BE TOLD APART *
      *  FROM A MANAGER WHO IS NOT ON FILE AT ALL.          *
      *****************************************************
       1400-LOAD-EMPLOYEES-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 = '00'
               PERFORM 1450-READ-EMPLOYEE-PARA UNTIL END-OF-INPUT
               CLOSE EMPLOYEE-MASTER
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 12 TO RETURN-CODE
           END-IF.
       1450-READ-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-EMP-READ
                   IF WS-EMP-COUNT < 2000
                       ADD 1 TO WS-EMP-COUNT
                       MOVE WS-EMP-COUNT TO WS-SUB
                       MOVE EMP-ID      TO TBL-EMP-ID(WS-SUB)
                       MOVE EMP-NAME    TO TBL-EMP-NAME(WS-SUB)
                       MOVE EMP-STATUS  TO TBL-EMP-STATUS(WS-SUB)
                       MOVE EMP-DEPT    TO TBL-EMP-DEPT(WS-SUB)
                       MOVE SPACES      TO TBL-EMP-MGR(WS-SUB)
                                           TBL-EMP-SOURCE(WS-SUB)
                                           TBL-EMP-CHAIN(WS-SUB)
                       MOVE ZERO        TO TBL-EMP-MGR-SUB(WS-SUB)
                                           TBL-EMP-DIRECT(WS-SUB)
                                           TBL-EMP-TOTAL(WS-SUB)
                   ELSE
                       DISPLAY 'WARNING - EMPLOYEE TABLE FULL AT '
                           '2000 - ' EMP-ID ' NOT PLACED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
      *****************************************************
      *  THE DIRECT MANAGER IS THE MANAGER OF THE           *
      *  EMPLOYEE'S DEPARTMENT - OR, FOR THE DEPARTMENT     *
      *  MANAGER THEMSELVES OR A DEPARTMENT WITH NO         *
      *  MANAGER, OF THE NEAREST DEPARTMENT ABOVE IT.  ONLY *
      *  WHEN THE DEPARTMENT CHAIN NAMES NOBODY DOES THE    *
      *  TIMECARD SUPERVISOR STAND IN.  WHEN BOTH NAME      *
      *  SOMEONE AND THEY DISAGREE IT IS FLAGGED.           *
      *  NOBODY ABOVE MAKES THE EMPLOYEE A TOP OF CHAIN.    *
      *****************************************************
       2000-DIRECT-MANAGER-PARA.
           IF TBL-EMP-STATUS(WS-ESUB) NOT = 'T'
               PERFORM 2100-DEPT-MANAGER-PARA
               PERFORM 2200-SUPV-MANAGER-PARA
               IF WS-DEPT-MGR NOT = SPACES
                   MOVE WS-DEPT-MGR TO TBL-EMP-MGR(WS-ESUB)
                   MOVE 'D'         TO TBL-EMP-SOURCE(WS-ESUB)
                   ADD 1 TO WS-TOT-FROM-DEPT
               ELSE
                   IF WS-SUPV-MGR NOT = SPACES
                       MOVE WS-SUPV-MGR TO TBL-EMP-MGR(WS-ESUB)
                       MOVE 'S'         TO TBL-EMP-SOURCE(WS-ESUB)
                       ADD 1 TO WS-TOT-FROM-SUPV
                   END-IF
               END-IF
               IF WS-DEPT-MGR NOT = SPACES
                   AND WS-SUPV-MGR NOT = SPACES
                   AND WS-SUPV-MGR NOT = WS-DEPT-MGR
                   ADD 1 TO WS-TOT-DISAGREE
                   MOVE WS-SUPV-MGR TO WS-ISSUE-MGR
                   MOVE 'SUPERVISOR DIFFERS FROM DEPT MANAGER'
                       TO WS-ISSUE-TEXT
                   PERFORM 7100-ISSUE-PARA
               END-IF
               IF TBL-EMP-MGR(WS-ESUB) NOT = SPACES
                   PERFORM 2300-PLACE-MANAGER-PARA
               END-IF
           END-IF.
       2100-DEPT-MANAGER-PARA.
           MOVE SPACES TO WS-DEPT-MGR
           MOVE ZERO   TO WS-DEPT-STEPS
           MOVE TBL-EMP-DEPT(WS-ESUB) TO WS-CUR-DEPT
           PERFORM 2150-CLIMB-DEPT-PARA
               UNTIL WS-CUR-DEPT = SPACES
                  OR WS-DEPT-MGR NOT = SPACES
                  OR WS-DEPT-STEPS > WS-MAX-LEVELS.
       2150-CLIMB-DEPT-PARA.
           ADD 1 TO WS-DEPT-STEPS
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 2160-MATCH-DEPT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DEPT-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               MOVE SPACES TO WS-CUR-DEPT
           ELSE
               IF DPT-MGR(WS-FIND-SUB) NOT = SPACES
                   AND DPT-MGR(WS-FIND-SUB) NOT = TBL-EMP-ID(WS-ESUB)
                   MOVE DPT-MGR(WS-FIND-SUB) TO WS-DEPT-MGR
               ELSE
                   MOVE DPT-PARENT(WS-FIND-SUB) TO WS-CUR-DEPT
               END-IF
           END-IF.
       2160-MATCH-DEPT-PARA.
           IF DPT-CODE(WS-SUB) = WS-CUR-DEPT
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       2200-SUPV-MANAGER-PARA.
           MOVE SPACES TO WS-SUPV-MGR
           IF SUPV-FILE-OPEN
               MOVE TBL-EMP-ID(WS-ESUB) TO SUP-EMP-ID
               READ SUPERVISOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2250-SUPV-EMPLOYEE-PARA
               END-READ
           END-IF.
       2250-SUPV-EMPLOYEE-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 2260-MATCH-OPERATOR-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OPR-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB > ZERO
               IF OPT-EMP-ID(WS-FIND-SUB) NOT = TBL-EMP-ID(WS-ESUB)
                   MOVE OPT-EMP-ID(WS-FIND-SUB) TO WS-SUPV-MGR
               END-IF
           END-IF.
       2260-MATCH-OPERATOR-PARA.
           IF OPT-ID(WS-SUB) = SUP-SUPERVISOR
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
      *****************************************************
      *  THE MANAGER MUST BE ON EMPMAST.DAT AND NOT         *
      *  TERMINATED; EITHER WAY THE CHAIN IS BROKEN THERE.  *
      *  A TERMINATED MANAGER STILL HOLDS THEIR PLACE SO    *
      *  THE CHAIN ABOVE THEM CAN BE FOLLOWED.              *
      *****************************************************
       2300-PLACE-MANAGER-PARA.
           MOVE TBL-EMP-MGR(WS-ESUB) TO WS-FIND-ID
                                        WS-ISSUE-MGR
           PERFORM 7500-FIND-EMP-PARA
           IF WS-FIND-SUB = ZERO
               MOVE 'B' TO TBL-EMP-CHAIN(WS-ESUB)
               ADD 1 TO WS-TOT-MISSING
               MOVE 'MANAGER NOT ON EMPMAST.DAT' TO WS-ISSUE-TEXT
               PERFORM 7100-ISSUE-PARA
           ELSE
               MOVE WS-FIND-SUB TO TBL-EMP-MGR-SUB(WS-ESUB)
               ADD 1 TO TBL-EMP-DIRECT(WS-FIND-SUB)
               IF TBL-EMP-STATUS(WS-FIND-SUB) = 'T'
                   MOVE 'B' TO TBL-EMP-CHAIN(WS-ESUB)
                   ADD 1 TO WS-TOT-TERM-MGR
                   MOVE 'MANAGER IS TERMINATED' TO WS-ISSUE-TEXT
                   PERFORM 7100-ISSUE-PARA
               END-IF
           END-IF.
      *****************************************************
      *  CLIMB FROM EACH EMPLOYEE TO THE TOP OF THEIR       *
      *  CHAIN.  COMING BACK ROUND TO THE EMPLOYEE, OR      *
      *  CLIMBING PAST THE LEVEL LIMIT INTO SOMEONE ELSE'S  *
      *  LOOP, IS CIRCULAR REPORTING.  A CHAIN THAT TOPS    *
      *  OUT CLEANLY IS CLIMBED AGAIN TO ADD THE EMPLOYEE   *
      *  TO THE TOTAL REPORTS OF EVERY MANAGER ABOVE THEM.  *
      *  A BREAK ANYWHERE ABOVE CARRIES DOWN THE CHAIN.     *
      *****************************************************
       3000-CHAIN-PARA.
           IF TBL-EMP-STATUS(WS-ESUB) NOT = 'T'
               MOVE ZERO                   TO WS-LEVEL
               MOVE TBL-EMP-ID(WS-ESUB)    TO WS-TOP-ID
               MOVE TBL-EMP-CHAIN(WS-ESUB) TO WS-CHAIN
               MOVE TBL-EMP-MGR-SUB(WS-ESUB) TO WS-CUR-SUB
               PERFORM 3100-CLIMB-PARA
                   UNTIL WS-CUR-SUB = ZERO OR WS-CHAIN = 'C'
               IF WS-CHAIN = 'C'
                   MOVE ZERO   TO WS-LEVEL
                   MOVE SPACES TO WS-TOP-ID
                   ADD 1 TO WS-TOT-CIRCULAR
                   MOVE TBL-EMP-MGR(WS-ESUB) TO WS-ISSUE-MGR
                   MOVE 'CIRCULAR REPORTING LINE' TO WS-ISSUE-TEXT
                   PERFORM 7100-ISSUE-PARA
               ELSE
                   MOVE TBL-EMP-MGR-SUB(WS-ESUB) TO WS-CUR-SUB
                   PERFORM 3200-ADD-TOTAL-PARA
                       UNTIL WS-CUR-SUB = ZERO
               END-IF
               IF TBL-EMP-MGR(WS-ESUB) = SPACES
                   ADD 1 TO WS-TOT-TOPS
               END-IF
               PERFORM 3300-WRITE-EXTRACT-PARA
           END-IF.
       3100-CLIMB-PARA.
           ADD 1 TO WS-LEVEL
           MOVE TBL-EMP-ID(WS-CUR-SUB) TO WS-TOP-ID
           IF TBL-EMP-CHAIN(WS-CUR-SUB) = 'B'
               MOVE 'B' TO WS-CHAIN
           END-IF
           IF WS-CUR-SUB = WS-ESUB OR WS-LEVEL > WS-MAX-LEVELS
               MOVE 'C' TO WS-CHAIN
           ELSE
               MOVE TBL-EMP-MGR-SUB(WS-CUR-SUB) TO WS-CUR-SUB
           END-IF.
       3200-ADD-TOTAL-PARA.
           ADD 1 TO TBL-EMP-TOTAL(WS-CUR-SUB)
           MOVE TBL-EMP-MGR-SUB(WS-CUR-SUB) TO WS-CUR-SUB.
       3300-WRITE-EXTRACT-PARA.
           MOVE SPACES                  TO HIER-EXTRACT-RECORD
           MOVE TBL-EMP-ID(WS-ESUB)     TO HX-EMP-ID
           MOVE TBL-EMP-MGR(WS-ESUB)    TO HX-MGR-ID
           MOVE TBL-EMP-SOURCE(WS-ESUB) TO HX-MGR-SOURCE
           MOVE WS-LEVEL                TO HX-LEVEL
           MOVE WS-TOP-ID               TO HX-TOP-ID
           MOVE TBL-EMP-DEPT(WS-ESUB)   TO HX-DEPT
           MOVE WS-CHAIN                TO HX-CHAIN-STATUS
           WRITE HIER-EXTRACT-RECORD
           ADD 1 TO WS-TOT-EXTRACTED.
      *****************************************************
      *  EVERYONE WITH AT LEAST ONE DIRECT REPORT, IN       *
      *  EMPLOYEE ORDER, FLAGGED OUTSIDE THE SPAN LIMITS.   *
      *****************************************************
       4000-SPAN-PARA.
           WRITE REPORT-RECORD FROM SPAN-HEADING-LINE1
           WRITE REPORT-RECORD FROM SPAN-HEADING-LINE2
           PERFORM 4100-SPAN-LINE-PARA
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-EMP-COUNT.
       4100-SPAN-LINE-PARA.
           IF TBL-EMP-DIRECT(WS-ESUB) > ZERO
               ADD 1 TO WS-TOT-MANAGERS
               MOVE SPACES TO WS-SPAN-TEXT
               IF TBL-EMP-DIRECT(WS-ESUB) > WS-MAX-SPAN
                   MOVE 'ABOVE SPAN' TO WS-SPAN-TEXT
                   ADD 1 TO WS-TOT-ABOVE
               END-IF
               IF TBL-EMP-DIRECT(WS-ESUB) < WS-MIN-SPAN
                   MOVE 'BELOW SPAN' TO WS-SPAN-TEXT
                   ADD 1 TO WS-TOT-BELOW
               END-IF
               IF TBL-EMP-STATUS(WS-ESUB) = 'T'
                   MOVE 'TERMINATED' TO WS-SPAN-TEXT
               END-IF
               MOVE TBL-EMP-ID(WS-ESUB)     TO OUT-SP-EMP-ID
               MOVE TBL-EMP-NAME(WS-ESUB)   TO OUT-SP-NAME
               MOVE TBL-EMP-DEPT(WS-ESUB)   TO OUT-SP-DEPT
               MOVE TBL-EMP-DIRECT(WS-ESUB) TO OUT-SP-DIRECT
               MOVE TBL-EMP-TOTAL(WS-ESUB)  TO OUT-SP-TOTAL
               MOVE WS-SPAN-TEXT            TO OUT-SP-FLAG
               WRITE REPORT-RECORD FROM SPAN-LINE
           END-IF.
       7100-ISSUE-PARA.
           MOVE TBL-EMP-ID(WS-ESUB)   TO OUT-IS-EMP-ID
           MOVE TBL-EMP-NAME(WS-ESUB) TO OUT-IS-NAME
           MOVE TBL-EMP-DEPT(WS-ESUB) TO OUT-IS-DEPT
           MOVE WS-ISSUE-MGR          TO OUT-IS-MGR
           MOVE WS-ISSUE-TEXT         TO OUT-IS-TEXT
           WRITE REPORT-RECORD FROM ISSUE-LINE
           MOVE 'EMPHIER '            TO EXR-SOURCE-PGM
           MOVE SPACES                TO EXR-KEY
           STRING TBL-EMP-ID(WS-ESUB) ' ' WS-ISSUE-MGR
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           MOVE WS-ISSUE-TEXT         TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       7500-FIND-EMP-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 7550-MATCH-EMP-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EMP-COUNT OR WS-FIND-SUB > ZERO.
       7550-MATCH-EMP-PARA.
           IF TBL-EMP-ID(WS-SUB) = WS-FIND-ID
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-EXTRACTED TO OUT-TOT-EXTRACTED
           MOVE WS-TOT-MANAGERS  TO OUT-TOT-MANAGERS
           MOVE WS-TOT-ABOVE     TO OUT-TOT-ABOVE
           MOVE WS-TOT-BELOW     TO OUT-TOT-BELOW
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           MOVE WS-TOT-MISSING   TO OUT-TOT-MISSING
           MOVE WS-TOT-TERM-MGR  TO OUT-TOT-TERM-MGR
           MOVE WS-TOT-CIRCULAR  TO OUT-TOT-CIRCULAR
           MOVE WS-TOT-DISAGREE  TO OUT-TOT-DISAGREE
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** REPORTING-LINE HIERARCHY SUMMARY **'
           DISPLAY 'EMPLOYEES READ    : ', WS-TOT-EMP-READ
           DISPLAY 'EXTRACTED         : ', WS-TOT-EXTRACTED
           DISPLAY 'FROM DEPARTMENT   : ', WS-TOT-FROM-DEPT
           DISPLAY 'FROM SUPERVISOR   : ', WS-TOT-FROM-SUPV
           DISPLAY 'TOP OF CHAIN      : ', WS-TOT-TOPS
           DISPLAY 'MISSING MANAGER   : ', WS-TOT-MISSING
           DISPLAY 'TERMINATED MANAGER: ', WS-TOT-TERM-MGR
           DISPLAY 'CIRCULAR          : ', WS-TOT-CIRCULAR
           DISPLAY 'SUPV DISAGREES    : ', WS-TOT-DISAGREE
           DISPLAY 'MANAGERS          : ', WS-TOT-MANAGERS
           DISPLAY 'ABOVE SPAN        : ', WS-TOT-ABOVE
           DISPLAY 'BELOW SPAN        : ', WS-TOT-BELOW
           IF SUPV-FILE-OPEN
               CLOSE SUPERVISOR-MASTER
           END-IF
           CLOSE HIER-FILE
                 REPORT-FILE.
