       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTRAIN.
      *****************************************************
      *  TRAINING COMPLETION POSTING.  EACH TRNCOMP.DAT     *
      *  RECORD SAYS AN EMPLOYEE FINISHED A COURSE ON THE   *
      *  COURSE MASTER (CRSEMAST.DAT, MAINTAINED BY         *
      *  REFMAINT FILE 'T').  A VALID COMPLETION IS ADDED   *
      *  TO THE COMPLETION LEDGER (TRNLEDG.DAT) AT THE      *
      *  COURSE'S STANDARD COST UNLESS THE RECORD CARRIES   *
      *  AN ACTUAL COST, AND THEN:                          *
      *   - THE COURSE'S SKILL IS ADDED TO SKILMAST.DAT AT  *
      *     THE COURSE PROFICIENCY, OR AN EXISTING LOWER    *
      *     PROFICIENCY IS UPGRADED TO IT;                  *
      *   - IF THE COURSE CARRIES A CERTIFICATION           *
      *     (CRS-VALID-MONTHS NOT ZERO) AND THE NEW EXPIRY  *
      *     - COMPLETION DATE PLUS THE VALIDITY MONTHS - IS *
      *     LATER THAN EMP-CERT-EXP-DATE, A 'K' TRANSACTION *
      *     EFFECTIVE ON THE COMPLETION DATE IS WRITTEN TO  *
      *     CERTTRN.DAT (BATCHCTL HEADER AND TRAILER) FOR   *
      *     THE NORMAL RELEASE AND EMPMAINT RUN, SO THE     *
      *     MASTER CHANGE GETS THE USUAL AUDIT IMAGES.      *
      *  REJECTS: EMPLOYEE NOT ON FILE OR TERMINATED,       *
      *  COURSE NOT ON FILE OR CLOSED, BAD OR FUTURE        *
      *  COMPLETION DATE, BAD COST, OR THE SAME EMPLOYEE,   *
      *  COURSE AND DATE ALREADY ON THE LEDGER.  APPLIED/   *
      *  REJECTED REPORT ON TRNPRPT.DAT.                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLETION-FILE ASSIGN TO 'TRNCOMP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT COURSE-MASTER ASSIGN TO 'CRSEMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CRS-CODE
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT SKILL-MASTER ASSIGN TO 'SKILMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SKL-KEY
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT LEDGER-FILE ASSIGN TO 'TRNLEDG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT TRAN-OUT-FILE ASSIGN TO 'CERTTRN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT REPORT-FILE ASSIGN TO 'TRNPRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLETION-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  COMPLETION-RECORD.
           03  CT-EMP-ID           PIC X(05).
           03  CT-COURSE           PIC X(05).
           03  CT-COMP-DATE.
               05  CT-COMP-YR      PIC 9(04).
               05  CT-COMP-MM      PIC 9(02).
               05  CT-COMP-DD      PIC 9(02).
           03  CT-COMP-DATE-N REDEFINES CT-COMP-DATE
                                   PIC 9(08).
           03  CT-COST             PIC 9(05)V99.
           03  FILLER              PIC X(15).
       FD  COURSE-MASTER.
       COPY CRSEREC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  SKILL-MASTER
           RECORD CONTAINS 19 CHARACTERS.
       COPY SKILREC.
       FD  LEDGER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY TRNLEDG.
       FD  TRAN-OUT-FILE
           RECORD CONTAINS 102 CHARACTERS.
       COPY TRANREC.
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
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-LEDG-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-LEDGER       VALUE 'Y'.
       01  WS-CRS-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  COURSES-OPEN                  VALUE 'Y'.
       01  WS-EMP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMPLOYEES-OPEN                VALUE 'Y'.
       01  WS-SKL-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  SKILLS-OPEN                   VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  TRAN-APPLIED                    VALUE 'A'.
           88  TRAN-REJECTED                   VALUE 'R'.
       01  WS-REASON               PIC X(35) VALUE SPACES.
       01  WS-CERT-NOTE            PIC X(17) VALUE SPACES.
       01  WS-SKILL-NOTE           PIC X(15) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-POST-COST            PIC 9(05)V99 VALUE ZERO.
       01  WS-CUR-CERT             PIC 9(08) VALUE ZERO.
       01  WS-NEW-CERT             PIC 9(08) VALUE ZERO.
       COPY DATEREQ.
      *    COMPLETIONS ALREADY ON THE LEDGER, FOR THE DUPLICATE
      *    CHECK, PLUS EVERY ONE POSTED THIS RUN.
       01  WS-LDG-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-LDG-TABLE.
           03  LDG-ENTRY           OCCURS 5000 TIMES.
               05  TBL-LDG-EMP-ID  PIC X(05).
               05  TBL-LDG-COURSE  PIC X(05).
               05  TBL-LDG-DATE    PIC 9(08).
      *    LATEST EXPIRY ALREADY GENERATED THIS RUN PER PERSON,
      *    SO TWO COMPLETIONS IN ONE FILE DO NOT BOTH GO OUT.
       01  WS-GEN-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-GEN-TABLE.
           03  GEN-ENTRY           OCCURS 500 TIMES.
               05  TBL-GEN-EMP-ID  PIC X(05).
               05  TBL-GEN-CERT    PIC 9(08).
       01  WS-SUB                  PIC 9(05) VALUE ZERO.
       01  WS-HIT-SUB              PIC 9(05) VALUE ZERO.
       01  WS-GEN-SUB              PIC 9(03) VALUE ZERO.
       01  WS-TRAN-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-HASH-EARN            PIC 9(11)V99 VALUE ZERO.
       COPY BATCHCTL.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-SKL-ADDED    PIC 9(05) VALUE ZERO.
           03  WS-TOT-SKL-UPGRADED PIC 9(05) VALUE ZERO.
           03  WS-TOT-SKL-MISSED   PIC 9(05) VALUE ZERO.
           03  WS-TOT-COST         PIC 9(09)V99 VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(38) VALUE
               'TRAINING COMPLETION POSTING REPORT'.
           03  FILLER              PIC X(42) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(06) VALUE 'CRSE'.
           03  FILLER              PIC X(09) VALUE 'COMPLETED'.
           03  FILLER              PIC X(10) VALUE '     COST'.
           03  FILLER              PIC X(10) VALUE 'RESULT'.
           03  FILLER              PIC X(39) VALUE 'REASON / ACTION'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-COURSE          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-COMP-DATE       PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-COST            PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-RESULT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REASON          PIC X(35) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(20) VALUE
               'COMPLETIONS READ: '.
           03  OUT-TOT-READ        PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(20) VALUE
               'COMPLETIONS POSTED: '.
           03  OUT-TOT-APPLIED     PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(22) VALUE
               'COMPLETIONS REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(22) VALUE
               'COST POSTED: '.
           03  OUT-TOT-COST        PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-LOAD-LEDGER-PARA
           PERFORM 1200-OPEN-BATCH-PARA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-EMP-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT3
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT COURSE-MASTER
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-CRS-OPEN-FLAG
           ELSE
               DISPLAY 'CRSEMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT2 ' - NOTHING POSTED'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O SKILL-MASTER
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-SKL-OPEN-FLAG
           ELSE
               DISPLAY 'SKILMAST.DAT NOT AVAILABLE - SKILLS WILL '
                   'NOT BE UPDATED THIS RUN'
           END-IF
           OPEN INPUT COMPLETION-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'TRNCOMP.DAT NOT PRESENT - NO COMPLETIONS '
                   'TO POST'
               MOVE 'Y' TO WS-FILE-FLAG
           ELSE
               PERFORM 1500-READ-COMPLETION-PARA
           END-IF.
      *****************************************************
      *  PICK UP THE LEDGER KEYS FOR THE DUPLICATE CHECK,   *
      *  THEN REOPEN IT TO APPEND THIS RUN'S COMPLETIONS.   *
      *****************************************************
       1100-LOAD-LEDGER-PARA.
           OPEN INPUT LEDGER-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 1150-READ-LEDGER-PARA UNTIL END-OF-LEDGER
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           ELSE
               OPEN OUTPUT LEDGER-FILE
           END-IF.
       1150-READ-LEDGER-PARA.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LEDG-EOF-FLAG
               NOT AT END
                   IF WS-LDG-COUNT < 5000
                       ADD 1 TO WS-LDG-COUNT
                       MOVE TLG-EMP-ID    TO
                           TBL-LDG-EMP-ID(WS-LDG-COUNT)
                       MOVE TLG-COURSE    TO
                           TBL-LDG-COURSE(WS-LDG-COUNT)
                       MOVE TLG-COMP-DATE TO
                           TBL-LDG-DATE(WS-LDG-COUNT)
                   ELSE
                       DISPLAY 'WARNING - LEDGER TABLE FULL AT '
                           '5000 - OLDER DUPLICATES NOT CHECKED'
                       MOVE 'Y' TO WS-LEDG-EOF-FLAG
                   END-IF
           END-READ.
       1200-OPEN-BATCH-PARA.
           OPEN OUTPUT TRAN-OUT-FILE
           MOVE SPACES TO BATCH-HEADER-RECORD
           MOVE 'H'    TO BH-REC-CODE
           STRING 'TR' WS-TODAY-NUM(3:6)
               DELIMITED BY SIZE INTO BH-BATCH-ID
           END-STRING
           MOVE WS-TODAY-NUM TO BH-BATCH-DATE
           MOVE 'EMPTRAIN  '  TO BH-ORIGINATOR
           WRITE TRAN-RECORD FROM BATCH-HEADER-RECORD.
       1500-READ-COMPLETION-PARA.
           READ COMPLETION-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-REASON WS-CERT-NOTE WS-SKILL-NOTE
           MOVE SPACE  TO WS-RESULT-CODE
           MOVE ZERO   TO WS-POST-COST WS-NEW-CERT
           PERFORM 2100-VALIDATE-PARA
           IF NOT TRAN-REJECTED
               PERFORM 3000-POST-COMPLETION-PARA
           END-IF
           PERFORM 2900-WRITE-DETAIL-PARA
           PERFORM 1500-READ-COMPLETION-PARA.
       2100-VALIDATE-PARA.
           MOVE CT-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMPLOYEE NOT ON FILE' TO WS-REASON
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'EMPLOYEE TERMINATED' TO WS-REASON
                   END-IF
           END-READ
           IF NOT TRAN-REJECTED
               MOVE CT-COURSE TO CRS-CODE
               READ COURSE-MASTER
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'COURSE NOT ON FILE' TO WS-REASON
                   NOT INVALID KEY
                       IF NOT CRS-ACTIVE
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'COURSE CLOSED' TO WS-REASON
                       END-IF
               END-READ
           END-IF
           IF NOT TRAN-REJECTED
               EVALUATE TRUE
                   WHEN CT-COMP-DATE-N NOT NUMERIC
                     OR CT-COMP-DATE-N = ZERO
                     OR CT-COMP-MM < 1 OR CT-COMP-MM > 12
                     OR CT-COMP-DD < 1 OR CT-COMP-DD > 31
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'INVALID COMPLETION DATE' TO WS-REASON
                   WHEN CT-COMP-DATE-N > WS-TODAY-NUM
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'COMPLETION DATE IN THE FUTURE'
                           TO WS-REASON
                   WHEN CT-COST NOT NUMERIC
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'INVALID COST' TO WS-REASON
               END-EVALUATE
           END-IF
           IF NOT TRAN-REJECTED
               MOVE ZERO TO WS-HIT-SUB
               PERFORM 2150-FIND-LEDGER-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LDG-COUNT
                      OR WS-HIT-SUB > ZERO
               IF WS-HIT-SUB > ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'COMPLETION ALREADY POSTED' TO WS-REASON
               END-IF
           END-IF.
       2150-FIND-LEDGER-PARA.
           IF TBL-LDG-EMP-ID(WS-SUB) = CT-EMP-ID
               AND TBL-LDG-COURSE(WS-SUB) = CT-COURSE
               AND TBL-LDG-DATE(WS-SUB)   = CT-COMP-DATE-N
               MOVE WS-SUB TO WS-HIT-SUB
           END-IF.
       2900-WRITE-DETAIL-PARA.
           MOVE CT-EMP-ID    TO OUT-EMP-ID
           MOVE CT-COURSE    TO OUT-COURSE
           MOVE CT-COMP-DATE TO OUT-COMP-DATE
           MOVE WS-POST-COST TO OUT-COST
           IF TRAN-APPLIED
               MOVE 'POSTED'   TO OUT-RESULT
               ADD 1 TO WS-TOT-APPLIED
               STRING WS-CERT-NOTE  DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      WS-SKILL-NOTE DELIMITED BY '  '
                   INTO WS-REASON
               END-STRING
           ELSE
               MOVE 'REJECTED' TO OUT-RESULT
               ADD 1 TO WS-TOT-REJECTED
           END-IF
           MOVE WS-REASON    TO OUT-REASON
           WRITE REPORT-RECORD FROM DETAIL-LINE.
      *****************************************************
      *  LEDGER, THEN SKILL, THEN CERTIFICATION.            *
      *****************************************************
       3000-POST-COMPLETION-PARA.
           IF CT-COST > ZERO
               MOVE CT-COST  TO WS-POST-COST
           ELSE
               MOVE CRS-COST TO WS-POST-COST
           END-IF
           IF CRS-VALID-MONTHS > ZERO
               PERFORM 3300-CERT-DATE-PARA
           END-IF
           MOVE SPACES         TO TRAINING-LEDGER-RECORD
           MOVE CT-EMP-ID      TO TLG-EMP-ID
           MOVE CT-COURSE      TO TLG-COURSE
           MOVE CT-COMP-DATE   TO TLG-COMP-DATE
           MOVE WS-POST-COST   TO TLG-COST
           MOVE EMP-DEPT       TO TLG-DEPT
           MOVE EMP-LOC        TO TLG-LOC
           MOVE CRS-SKILL      TO TLG-SKILL
           MOVE CRS-PROF       TO TLG-PROF
           MOVE WS-NEW-CERT    TO TLG-NEW-CERT-DATE
           MOVE WS-TODAY-NUM   TO TLG-POST-DATE
           WRITE TRAINING-LEDGER-RECORD
           ADD WS-POST-COST TO WS-TOT-COST
           IF WS-LDG-COUNT < 5000
               ADD 1 TO WS-LDG-COUNT
               MOVE CT-EMP-ID      TO TBL-LDG-EMP-ID(WS-LDG-COUNT)
               MOVE CT-COURSE      TO TBL-LDG-COURSE(WS-LDG-COUNT)
               MOVE CT-COMP-DATE-N TO TBL-LDG-DATE(WS-LDG-COUNT)
           END-IF
           PERFORM 3100-UPDATE-SKILL-PARA
           IF WS-NEW-CERT > ZERO
               PERFORM 3500-WRITE-CERT-TRAN-PARA
           END-IF
           MOVE 'A' TO WS-RESULT-CODE.
       3100-UPDATE-SKILL-PARA.
           IF NOT SKILLS-OPEN
               ADD 1 TO WS-TOT-SKL-MISSED
               MOVE 'SKILL NOT SET' TO WS-SKILL-NOTE
           ELSE
               MOVE CT-EMP-ID TO SKL-EMP-ID
               MOVE CRS-SKILL TO SKL-SKILL
               READ SKILL-MASTER
                   INVALID KEY
                       MOVE CRS-PROF       TO SKL-PROF
                       MOVE CT-COMP-DATE-N TO SKL-DATE
                       WRITE SKILL-RECORD
                           INVALID KEY
                               ADD 1 TO WS-TOT-SKL-MISSED
                               MOVE 'SKILL NOT SET' TO WS-SKILL-NOTE
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-SKL-ADDED
                               MOVE 'SKILL ADDED' TO WS-SKILL-NOTE
                       END-WRITE
                   NOT INVALID KEY
                       IF SKL-PROF < CRS-PROF
                           MOVE CRS-PROF       TO SKL-PROF
                           MOVE CT-COMP-DATE-N TO SKL-DATE
                           REWRITE SKILL-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-TOT-SKL-MISSED
                                   MOVE 'SKILL NOT SET'
                                       TO WS-SKILL-NOTE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOT-SKL-UPGRADED
                                   MOVE 'SKILL UPGRADED'
                                       TO WS-SKILL-NOTE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
      *****************************************************
      *  NEW EXPIRY = COMPLETION DATE PLUS THE VALIDITY     *
      *  MONTHS (DATECALC), THE DAY PULLED BACK TO THE      *
      *  MONTH END WHERE THE MONTH IS SHORTER.  KEPT ONLY   *
      *  IF IT IS LATER THAN BOTH THE MASTER AND ANYTHING   *
      *  ALREADY GENERATED FOR THE PERSON THIS RUN.         *
      *****************************************************
       3300-CERT-DATE-PARA.
           MOVE 'AM'             TO DTQ-FUNCTION
           MOVE CT-COMP-DATE-N   TO DTQ-DATE-1
           MOVE CRS-VALID-MONTHS TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE  TO WS-NEW-CERT
           MOVE ZERO TO WS-CUR-CERT
           IF EMP-CERT-EXP-DATE NUMERIC
               MOVE EMP-CERT-EXP-DATE TO WS-CUR-CERT
           END-IF
           MOVE ZERO TO WS-GEN-SUB
           PERFORM 3350-FIND-GEN-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GEN-COUNT
           IF WS-GEN-SUB > ZERO
               IF TBL-GEN-CERT(WS-GEN-SUB) > WS-CUR-CERT
                   MOVE TBL-GEN-CERT(WS-GEN-SUB) TO WS-CUR-CERT
               END-IF
           END-IF
           IF WS-NEW-CERT NOT > WS-CUR-CERT
               MOVE ZERO TO WS-NEW-CERT
               MOVE 'CERT ALREADY LATER' TO WS-CERT-NOTE
           END-IF.
       3350-FIND-GEN-PARA.
           IF TBL-GEN-EMP-ID(WS-SUB) = CT-EMP-ID
               MOVE WS-SUB TO WS-GEN-SUB
           END-IF.
       3500-WRITE-CERT-TRAN-PARA.
           MOVE SPACES         TO TRAN-RECORD
           MOVE 'K'            TO TRAN-CODE
           MOVE EMP-ID         TO TRAN-EMP-ID
           MOVE EMP-NAME       TO TRAN-EMP-NAME
           MOVE WS-NEW-CERT    TO TRAN-EMP-CERT-EXP-DATE
           MOVE ZERO           TO TRAN-EMP-EARN
                                  TRAN-EMP-DEDN
           MOVE CT-COMP-DATE   TO TRAN-EFF-DATE
           WRITE TRAN-RECORD
           ADD 1 TO WS-TRAN-COUNT
           ADD TRAN-EMP-EARN TO WS-HASH-EARN
           STRING 'CERT TO ' WS-NEW-CERT
               DELIMITED BY SIZE INTO WS-CERT-NOTE
           END-STRING
           IF WS-GEN-SUB = ZERO AND WS-GEN-COUNT < 500
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-GEN-SUB
               MOVE CT-EMP-ID    TO TBL-GEN-EMP-ID(WS-GEN-SUB)
           END-IF
           IF WS-GEN-SUB > ZERO
               MOVE WS-NEW-CERT  TO TBL-GEN-CERT(WS-GEN-SUB)
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ     TO OUT-TOT-READ
           MOVE WS-TOT-APPLIED  TO OUT-TOT-APPLIED
           MOVE WS-TOT-REJECTED TO OUT-TOT-REJECTED
           MOVE WS-TOT-COST     TO OUT-TOT-COST
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           MOVE SPACES        TO BATCH-TRAILER-RECORD
           MOVE 'T'           TO BT-REC-CODE
           MOVE WS-TRAN-COUNT TO BT-TRAN-COUNT
           MOVE WS-HASH-EARN  TO BT-HASH-EARN
           WRITE TRAN-RECORD FROM BATCH-TRAILER-RECORD
           CLOSE TRAN-OUT-FILE
           DISPLAY '** TRAINING COMPLETION SUMMARY **'
           DISPLAY 'COMPLETIONS READ : ', WS-TOT-READ
           DISPLAY 'POSTED           : ', WS-TOT-APPLIED
           DISPLAY 'REJECTED         : ', WS-TOT-REJECTED
           DISPLAY 'SKILLS ADDED     : ', WS-TOT-SKL-ADDED
           DISPLAY 'SKILLS UPGRADED  : ', WS-TOT-SKL-UPGRADED
           DISPLAY 'SKILLS NOT SET   : ', WS-TOT-SKL-MISSED
           DISPLAY 'CERT TRANSACTIONS: ', WS-TRAN-COUNT
           IF (WS-TOT-REJECTED > ZERO OR WS-TOT-SKL-MISSED > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE COMPLETION-FILE
           END-IF
           IF EMPLOYEES-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF COURSES-OPEN
               CLOSE COURSE-MASTER
           END-IF
           IF SKILLS-OPEN
               CLOSE SKILL-MASTER
           END-IF
           CLOSE LEDGER-FILE
                 REPORT-FILE.
