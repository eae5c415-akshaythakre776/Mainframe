       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPOSM.
      *****************************************************
      *  POSITION CONTROL MAINTENANCE.  APPLIES POSTRAN.DAT *
      *  TRANSACTIONS TO THE INDEXED POSITION MASTER        *
      *  (POSMAST.DAT, POSNREC.CPY):                        *
      *    A  ADD A BUDGETED POSITION - DEPT, LOCATION,     *
      *       GRADE (MUST BE ON GRADMAST.DAT), FTE AND      *
      *       STATUS (BLANK MEANS 'P' PENDING APPROVAL).    *
      *    C  CHANGE IT - NON-BLANK FIELDS REPLACE THE      *
      *       MASTER.  DEPT, LOCATION AND GRADE ONLY MOVE   *
      *       WHILE THE POSITION IS VACANT, AND A FILLED    *
      *       POSITION CANNOT BE CLOSED.                    *
      *    D  DELETE A VACANT POSITION.                     *
      *    F  SEAT AN EXISTING EMPLOYEE IN A VACANT         *
      *       APPROVED POSITION IN THEIR OWN DEPT AND       *
      *       LOCATION - USED TO LOAD CURRENT INCUMBENTS.   *
      *    V  VACATE A POSITION BY HAND.                    *
      *  'F' AND 'V' KEEP THE EMPPOSN.DAT CHILD FILE (THE   *
      *  POSITION EACH EMPLOYEE HOLDS) IN STEP.  DAY-TO-DAY *
      *  FILLING AND VACATING IS DONE BY EMPMAINT AS ADDS,  *
      *  TRANSFERS, REHIRES AND DELETES POST.  APPLIED/     *
      *  REJECTED REPORT ON POSMRPT.DAT, SAME SHAPE AS THE  *
      *  OTHER CHILD-FILE MAINTENANCE REPORTS.              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'POSTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT POSITION-MASTER ASSIGN TO 'POSMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS POS-NUMBER
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT GRADE-MASTER ASSIGN TO 'GRADMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT REPORT-FILE ASSIGN TO 'POSMRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT EMP-POSITION-FILE ASSIGN TO 'EMPPOSN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PSN-EMP-ID
           FILE STATUS  IS WS-FILE-STAT6.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  POSITION-TRAN-RECORD.
           03  PT-ACTION           PIC X(01).
               88  PT-ADD                     VALUE 'A'.
               88  PT-CHANGE                  VALUE 'C'.
               88  PT-DELETE                  VALUE 'D'.
               88  PT-FILL                    VALUE 'F'.
               88  PT-VACATE                  VALUE 'V'.
           03  PT-POS-NUMBER       PIC X(06).
           03  PT-DEPT             PIC X(04).
           03  PT-LOC              PIC X(03).
           03  PT-GRADE            PIC X(03).
           03  PT-BUDG-FTE         PIC 9(01)V99.
           03  PT-BUDG-FTE-X REDEFINES PT-BUDG-FTE
                                   PIC X(03).
           03  PT-STATUS           PIC X(01).
           03  PT-EMP-ID           PIC X(05).
           03  PT-DATE             PIC 9(08).
           03  FILLER              PIC X(06).
       FD  POSITION-MASTER
           RECORD CONTAINS 50 CHARACTERS.
       COPY POSNREC.
       FD  GRADE-MASTER
           RECORD CONTAINS 24 CHARACTERS.
       COPY GRADEREC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  EMP-POSITION-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY EMPPOSN.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FS-TEXT              PIC X(30) VALUE SPACES.
       01  WS-OPEN-FLAGS.
           03  WS-POS-OPEN         PIC X(01) VALUE 'N'.
               88  POSMAST-OPEN                VALUE 'Y'.
           03  WS-PSN-OPEN         PIC X(01) VALUE 'N'.
               88  EMPPOSN-OPEN                VALUE 'Y'.
           03  WS-EMP-OPEN         PIC X(01) VALUE 'N'.
               88  EMPMAST-OPEN                VALUE 'Y'.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-GRD-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-GRADES                 VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  TRAN-APPLIED                  VALUE 'A'.
           88  TRAN-REJECTED                 VALUE 'R'.
       01  WS-REASON               PIC X(35) VALUE SPACES.
       01  WS-POS-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  POSITION-FOUND                VALUE 'Y'.
       01  WS-EFF-DATE             PIC 9(08) VALUE ZERO.
       01  WS-TODAY                PIC 9(08) VALUE ZERO.
       01  WS-GRADE-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-GRADE-TABLE.
           03  GRADE-ENTRY         OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-GRADE-COUNT
                   INDEXED BY GRD-IDX.
               05  TBL-GRD-CODE    PIC X(03).
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'POSITION CONTROL MAINTENANCE RUN REPORT'.
       01  DETAIL-LINE.
           03  OUT-ACTION          PIC X(01).
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-POS-NUMBER      PIC X(06).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REASON          PIC X(35).
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(24) VALUE
               'TRANSACTIONS READ:      '.
           03  OUT-TOT-READ        PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(24) VALUE
               'TRANSACTIONS APPLIED:   '.
           03  OUT-TOT-APPLIED     PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(24) VALUE
               'TRANSACTIONS REJECTED:  '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           PERFORM 1100-LOAD-GRADES-PARA
           OPEN I-O POSITION-MASTER
           IF WS-FILE-STAT2 = '35'
               OPEN OUTPUT POSITION-MASTER
               CLOSE POSITION-MASTER
               OPEN I-O POSITION-MASTER
           END-IF
           IF WS-FILE-STAT2 NOT = '00'
               CALL 'FSTATTXT' USING WS-FILE-STAT2 WS-FS-TEXT
               DISPLAY 'POSMAST.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-POS-OPEN
           END-IF
           OPEN I-O EMP-POSITION-FILE
           IF WS-FILE-STAT6 = '35'
               OPEN OUTPUT EMP-POSITION-FILE
               CLOSE EMP-POSITION-FILE
               OPEN I-O EMP-POSITION-FILE
           END-IF
           IF WS-FILE-STAT6 NOT = '00'
               CALL 'FSTATTXT' USING WS-FILE-STAT6 WS-FS-TEXT
               DISPLAY 'EMPPOSN.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-PSN-OPEN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT4 NOT = '00'
               CALL 'FSTATTXT' USING WS-FILE-STAT4 WS-FS-TEXT
               DISPLAY 'EMPMAST.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-EMP-OPEN
           END-IF
           IF NOT END-OF-FILE
               OPEN INPUT TRAN-FILE
               IF WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'POSTRAN.DAT NOT AVAILABLE - NOTHING '
                       'TO APPLY'
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 1500-READ-TRAN-PARA
               END-IF
           END-IF.
       1100-LOAD-GRADES-PARA.
           OPEN INPUT GRADE-MASTER
           IF WS-FILE-STAT3 = '00'
               PERFORM 1150-READ-GRADE-PARA UNTIL END-OF-GRADES
               CLOSE GRADE-MASTER
           ELSE
               DISPLAY 'GRADMAST.DAT NOT AVAILABLE - ALL GRADES '
                   'UNKNOWN'
           END-IF.
       1150-READ-GRADE-PARA.
           READ GRADE-MASTER
               AT END
                   MOVE 'Y' TO WS-GRD-EOF-FLAG
               NOT AT END
                   IF WS-GRADE-COUNT < 50
                       ADD 1 TO WS-GRADE-COUNT
                       MOVE GRD-CODE TO
                           TBL-GRD-CODE(WS-GRADE-COUNT)
                   END-IF
           END-READ.
       1500-READ-TRAN-PARA.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-REASON WS-RESULT-CODE
           IF PT-DATE NUMERIC AND PT-DATE > ZERO
               MOVE PT-DATE  TO WS-EFF-DATE
           ELSE
               MOVE WS-TODAY TO WS-EFF-DATE
           END-IF
           PERFORM 2100-VALIDATE-TRAN-PARA
           IF WS-RESULT-CODE NOT = 'R'
               PERFORM 3000-APPLY-TRAN-PARA
           END-IF
           PERFORM 2900-WRITE-DETAIL-PARA
           PERFORM 1500-READ-TRAN-PARA.
       2100-VALIDATE-TRAN-PARA.
           EVALUATE TRUE
               WHEN NOT PT-ADD AND NOT PT-CHANGE AND NOT PT-DELETE
                   AND NOT PT-FILL AND NOT PT-VACATE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REASON
               WHEN PT-POS-NUMBER = SPACES OR LOW-VALUES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MISSING POSITION NUMBER' TO WS-REASON
               WHEN PT-ADD
                   AND (PT-DEPT = SPACES OR PT-LOC = SPACES)
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'DEPT AND LOCATION REQUIRED' TO WS-REASON
               WHEN PT-ADD
                   AND (PT-BUDG-FTE NOT NUMERIC
                        OR PT-BUDG-FTE = ZERO)
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'BUDGETED FTE MUST BE NUMERIC' TO WS-REASON
               WHEN (PT-ADD OR PT-CHANGE)
                   AND PT-BUDG-FTE-X NOT = SPACES
                   AND PT-BUDG-FTE NOT NUMERIC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'BUDGETED FTE MUST BE NUMERIC' TO WS-REASON
               WHEN (PT-ADD OR PT-CHANGE)
                   AND PT-STATUS NOT = SPACE
                   AND PT-STATUS NOT = 'A' AND NOT = 'P'
                   AND PT-STATUS NOT = 'F' AND NOT = 'C'
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'STATUS MUST BE A, P, F OR C' TO WS-REASON
               WHEN (PT-ADD OR PT-CHANGE) AND PT-GRADE NOT = SPACES
                   PERFORM 2300-CHECK-GRADE-PARA
               WHEN PT-ADD
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'GRADE REQUIRED' TO WS-REASON
               WHEN PT-FILL
                   PERFORM 2200-CHECK-EMPLOYEE-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-CHECK-EMPLOYEE-PARA.
           MOVE PT-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON EMPMAST.DAT' TO WS-REASON
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'EMPLOYEE IS TERMINATED' TO WS-REASON
                   END-IF
           END-READ
           IF WS-RESULT-CODE NOT = 'R'
               MOVE PT-EMP-ID TO PSN-EMP-ID
               READ EMP-POSITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       STRING 'ALREADY HOLDS POSITION '
                           PSN-POS-NUMBER
                           DELIMITED BY SIZE INTO WS-REASON
               END-READ
           END-IF.
       2300-CHECK-GRADE-PARA.
           IF WS-GRADE-COUNT = ZERO
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'NO GRADE MASTER LOADED' TO WS-REASON
           ELSE
               SET GRD-IDX TO 1
               SEARCH GRADE-ENTRY
                   AT END
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'GRADE NOT ON GRADMAST.DAT' TO
                           WS-REASON
                   WHEN PT-GRADE = TBL-GRD-CODE(GRD-IDX)
                       CONTINUE
               END-SEARCH
           END-IF.
       3000-APPLY-TRAN-PARA.
           PERFORM 3100-FIND-POSITION-PARA
           EVALUATE TRUE
               WHEN PT-ADD AND POSITION-FOUND
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'POSITION ALREADY ON MASTER' TO WS-REASON
               WHEN PT-ADD
                   PERFORM 3200-ADD-POSITION-PARA
               WHEN NOT POSITION-FOUND
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'POSITION NOT ON MASTER' TO WS-REASON
               WHEN PT-CHANGE
                   PERFORM 3300-CHANGE-POSITION-PARA
               WHEN PT-DELETE
                   PERFORM 3400-DELETE-POSITION-PARA
               WHEN PT-FILL
                   PERFORM 3500-FILL-POSITION-PARA
               WHEN PT-VACATE
                   PERFORM 3600-VACATE-POSITION-PARA
           END-EVALUATE.
       3100-FIND-POSITION-PARA.
           MOVE 'N' TO WS-POS-FOUND-FLAG
           MOVE PT-POS-NUMBER TO POS-NUMBER
           READ POSITION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POS-FOUND-FLAG
           END-READ.
       3200-ADD-POSITION-PARA.
           INITIALIZE POSITION-RECORD
           MOVE PT-POS-NUMBER TO POS-NUMBER
           MOVE PT-DEPT       TO POS-DEPT
           MOVE PT-LOC        TO POS-LOC
           MOVE PT-GRADE      TO POS-GRADE
           MOVE PT-BUDG-FTE   TO POS-BUDG-FTE
           IF PT-STATUS = SPACE
               MOVE 'P'       TO POS-STATUS
           ELSE
               MOVE PT-STATUS TO POS-STATUS
           END-IF
           MOVE SPACES        TO POS-INCUMBENT
           MOVE WS-EFF-DATE   TO POS-VACANT-DATE
           MOVE ZERO          TO POS-FILLED-DATE
           WRITE POSITION-RECORD
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'WRITE FAILED' TO WS-REASON
               NOT INVALID KEY
                   MOVE 'A' TO WS-RESULT-CODE
           END-WRITE.
      *****************************************************
      *  A FILLED POSITION KEEPS ITS DEPT, LOCATION AND     *
      *  GRADE - THE HOLDER HAS TO BE MOVED OUT FIRST - AND *
      *  CANNOT BE CLOSED UNDER THEM.                       *
      *****************************************************
       3300-CHANGE-POSITION-PARA.
           IF NOT POS-VACANT
               IF (PT-DEPT  NOT = SPACES AND PT-DEPT  NOT = POS-DEPT)
                OR (PT-LOC   NOT = SPACES AND PT-LOC   NOT = POS-LOC)
                OR (PT-GRADE NOT = SPACES AND PT-GRADE NOT = POS-GRADE)
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'POSITION FILLED - VACATE IT FIRST'
                       TO WS-REASON
               END-IF
               IF PT-STATUS = 'C'
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CANNOT CLOSE A FILLED POSITION'
                       TO WS-REASON
               END-IF
           END-IF
           IF WS-RESULT-CODE NOT = 'R'
               IF PT-DEPT NOT = SPACES
                   MOVE PT-DEPT TO POS-DEPT
               END-IF
               IF PT-LOC NOT = SPACES
                   MOVE PT-LOC TO POS-LOC
               END-IF
               IF PT-GRADE NOT = SPACES
                   MOVE PT-GRADE TO POS-GRADE
               END-IF
               IF PT-BUDG-FTE NUMERIC AND PT-BUDG-FTE > ZERO
                   MOVE PT-BUDG-FTE TO POS-BUDG-FTE
               END-IF
               IF PT-STATUS NOT = SPACE
                   MOVE PT-STATUS TO POS-STATUS
               END-IF
               REWRITE POSITION-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'REWRITE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
               END-REWRITE
           END-IF.
       3400-DELETE-POSITION-PARA.
           IF NOT POS-VACANT
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'POSITION FILLED - VACATE IT FIRST' TO WS-REASON
           ELSE
               DELETE POSITION-MASTER
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'DELETE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
               END-DELETE
           END-IF.
       3500-FILL-POSITION-PARA.
           EVALUATE TRUE
               WHEN NOT POS-APPROVED
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'POSITION NOT APPROVED' TO WS-REASON
               WHEN NOT POS-VACANT
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'POSITION ALREADY FILLED' TO WS-REASON
               WHEN EMP-DEPT NOT = POS-DEPT OR EMP-LOC NOT = POS-LOC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMPLOYEE NOT IN POSITION DEPT/LOC'
                       TO WS-REASON
               WHEN OTHER
                   MOVE PT-EMP-ID   TO POS-INCUMBENT
                   MOVE WS-EFF-DATE TO POS-FILLED-DATE
                   REWRITE POSITION-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'REWRITE FAILED' TO WS-REASON
                   END-REWRITE
           END-EVALUATE
           IF WS-RESULT-CODE NOT = 'R'
               MOVE PT-EMP-ID     TO PSN-EMP-ID
               MOVE PT-POS-NUMBER TO PSN-POS-NUMBER
               MOVE WS-EFF-DATE   TO PSN-ASSIGN-DATE
               WRITE EMP-POSITION-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'EMPPOSN.DAT WRITE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
               END-WRITE
           END-IF.
       3600-VACATE-POSITION-PARA.
           IF POS-VACANT
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'POSITION ALREADY VACANT' TO WS-REASON
           ELSE
               MOVE POS-INCUMBENT TO PSN-EMP-ID
               MOVE SPACES        TO POS-INCUMBENT
               MOVE WS-EFF-DATE   TO POS-VACANT-DATE
               REWRITE POSITION-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'REWRITE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
                       DELETE EMP-POSITION-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-REWRITE
           END-IF.
       2900-WRITE-DETAIL-PARA.
           MOVE PT-ACTION     TO OUT-ACTION
           MOVE PT-POS-NUMBER TO OUT-POS-NUMBER
           MOVE PT-EMP-ID     TO OUT-EMP-ID
           MOVE WS-REASON     TO OUT-REASON
           IF TRAN-APPLIED
               MOVE 'APPLIED ' TO OUT-RESULT
               ADD 1 TO WS-TOT-APPLIED
           ELSE
               MOVE 'REJECTED' TO OUT-RESULT
               ADD 1 TO WS-TOT-REJECTED
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ     TO OUT-TOT-READ
           MOVE WS-TOT-APPLIED  TO OUT-TOT-APPLIED
           MOVE WS-TOT-REJECTED TO OUT-TOT-REJECTED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           CLOSE REPORT-FILE
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE TRAN-FILE
           END-IF
           IF POSMAST-OPEN
               CLOSE POSITION-MASTER
           END-IF
           IF EMPPOSN-OPEN
               CLOSE EMP-POSITION-FILE
           END-IF
           IF EMPMAST-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF.
