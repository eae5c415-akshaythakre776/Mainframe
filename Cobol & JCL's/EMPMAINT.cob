      *  REASON CODE AND REJECT DATE SO PAYROLL CAN         *
      *  CORRECT IT AND FEED IT BACK THROUGH THE NEXT       *
      *  NIGHT'S RELEASE RUN INSTEAD OF RE-KEYING IT.       *
      *  A 'K' CERTIFICATION TRANSACTION (GENERATED BY      *
      *  EMPTRAIN FROM A POSTED COURSE COMPLETION) MOVES    *
      *  ONLY EMP-CERT-EXP-DATE, WITH THE USUAL BEFORE AND  *
      *  AFTER AUDIT IMAGES.                                *
      *  POSITION CONTROL: WHILE POSMAST.DAT IS PRESENT AN  *
      *  ADD, TRANSFER OR REHIRE ONLY POSTS IF IT FILLS A   *
      *  VACANT, APPROVED POSITION IN THE NEW DEPARTMENT    *
      *  AND LOCATION WHOSE GRADMAST.DAT RANGE COVERS THE   *
      *  PAY - THE LONGEST-OPEN ONE IS TAKEN.  OTHERWISE    *
      *  IT GOES TO THE RECYCLE FILE (REASON 13 OR 14).     *
      *  THE POSITION HELD IS KEPT ON EMPPOSN.DAT; A        *
      *  TRANSFER OR A DELETE RELEASES THE OLD ONE.         *
      *  A 'D' MUST CARRY A VALID TERMINATION REASON        *
      *  (TRAN-TERM-REASON) OR IT IS RECYCLED (REASON 15).  *
      *  THE REASON RIDES ON THE AUDIT RECORD, AND EACH     *
      *  APPLIED TERMINATION IS APPENDED TO TERMHIST.DAT    *
      *  FOR THE EMPTURN TURNOVER REPORT.                   *
      *  A TRANSFER BETWEEN LOCATIONS OF DIFFERENT          *
      *  COMPANIES (LOCM-COMPANY) IS RAISED ON THE          *
      *  EXCEPTION REGISTER FOR INTERCOMPANY TREATMENT.     *
      *  WHILE AN EMPLOYEE HAS PAY COMPONENTS IN FORCE      *
      *  (PAYSTRC.DAT, THROUGH PAYSTRLK) EMP-EARN IS THEIR  *
      *  TOTAL: A CHANGE OR REHIRE CARRYING ANY OTHER       *
      *  EARNINGS IS RECYCLED (REASON 17) AND THE PAY MUST  *
      *  MOVE THROUGH STRTRAN.DAT.  THE RE-TOTAL PAYSMNT    *
      *  PARKS (TRAN-STRUCT-RETOTAL) MOVES ONLY EMP-EARN.   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT12.

           SELECT POSITION-MASTER ASSIGN TO 'POSMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS POS-NUMBER
           FILE STATUS  IS WS-FILE-STAT13.

           SELECT EMP-POSITION-FILE ASSIGN TO 'EMPPOSN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PSN-EMP-ID
           FILE STATUS  IS WS-FILE-STAT14.

           SELECT GRADE-MASTER ASSIGN TO 'GRADMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT15.

           SELECT TERM-HIST-FILE ASSIGN TO 'TERMHIST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT16.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  AUDIT-FILE
           RECORD CONTAINS 135 CHARACTERS.
       01  AUDIT-RECORD.
           03  AUD-TRAN-CODE       PIC X(01).
           03  AUD-EMP-ID          PIC X(05).
           03  AUD-DATE            PIC 9(08).
           03  AUD-TIME            PIC 9(06).
           03  AUD-BATCH-ID        PIC X(08).
           03  AUD-TERM-REASON     PIC X(02).
       FD  BATCH-GUARD-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  BATCH-GUARD-RECORD      PIC X(08).
       FD  XFER-HIST-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY XFERHIST.
       FD  TERM-HIST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY TERMHIST.
       FD  PROBATION-MASTER.
       COPY PROBREC.
       FD  DUAL-PARM-FILE
           03  APR-BATCH-ID        PIC X(08).
           03  APR-OPERATOR        PIC X(08).
       FD  OPERATOR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
       FD  POSITION-MASTER
           RECORD CONTAINS 50 CHARACTERS.
       COPY POSNREC.
       FD  EMP-POSITION-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY EMPPOSN.
       FD  GRADE-MASTER
           RECORD CONTAINS 24 CHARACTERS.
       COPY GRADEREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-OLD-LOC              PIC X(03) VALUE SPACES.
       01  WS-OLD-DEPT             PIC X(04) VALUE SPACES.
       01  WS-OLD-COMPANY          PIC X(03) VALUE SPACES.
       01  WS-NEW-COMPANY          PIC X(03) VALUE SPACES.
       01  WS-WORK-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-GAP-MONTHS           PIC S9(05) VALUE ZERO.
       01  WS-FILE-STAT9           PIC X(02).
       COPY DATEREQ.
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-FILE-STAT11          PIC X(02).
       01  WS-FILE-STAT12          PIC X(02).
       01  WS-FILE-STAT13          PIC X(02).
       01  WS-FILE-STAT14          PIC X(02).
       01  WS-FILE-STAT15          PIC X(02).
       01  WS-FILE-STAT16          PIC X(02).
       01  WS-POSN-CTL-FLAG        PIC X(01) VALUE 'N'.
           88  POSITION-CONTROL-ON           VALUE 'Y'.
       01  WS-POSN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-POSITIONS              VALUE 'Y'.
       01  WS-GRD-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-GRADES                 VALUE 'Y'.
       01  WS-PSN-DEPT             PIC X(04) VALUE SPACES.
       01  WS-PSN-LOC              PIC X(03) VALUE SPACES.
       01  WS-PSN-EARN             PIC 9(5)V99 VALUE ZERO.
       01  WS-PSN-EFF-DATE         PIC 9(08) VALUE ZERO.
       01  WS-PSN-SUB              PIC 9(04) VALUE ZERO.
       01  WS-PSN-SCAN             PIC 9(04) VALUE ZERO.
       01  WS-PSN-VAC-CNT          PIC 9(04) VALUE ZERO.
       01  WS-PSN-GRD-SUB          PIC 9(02) VALUE ZERO.
       01  WS-PSN-GRD-SCAN         PIC 9(02) VALUE ZERO.
       01  WS-POSN-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-POSN-TABLE.
           03  POSN-ENTRY          OCCURS 2000 TIMES.
               05  TBL-PSN-NUMBER  PIC X(06).
               05  TBL-PSN-DEPT    PIC X(04).
               05  TBL-PSN-LOC     PIC X(03).
               05  TBL-PSN-GRADE   PIC X(03).
               05  TBL-PSN-STATUS  PIC X(01).
               05  TBL-PSN-HOLDER  PIC X(05).
               05  TBL-PSN-VAC-DATE PIC 9(08).
       01  WS-GRADE-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-GRADE-TABLE.
           03  GRADE-ENTRY         OCCURS 50 TIMES.
               05  TBL-GRD-CODE    PIC X(03).
               05  TBL-GRD-MIN     PIC 9(5)V99.
               05  TBL-GRD-MAX     PIC 9(5)V99.
       01  WS-DUAL-THRESHOLD       PIC 9(9)V99 VALUE ZERO.
       01  WS-DUAL-FLAG            PIC X(01) VALUE 'N'.
           88  DUAL-CONTROL-ON               VALUE 'Y'.
           03  API-APPROVER        PIC X(08).
           03  FILLER              PIC X(46) VALUE SPACES.
       COPY EXCPREG.
       COPY PSTRREQ.
       COPY LOCMREC.
       COPY REFLKREQ.
       COPY OPRACT.
       COPY BATCHCTL.
       01  WS-BATCH-FLAGS.
           03  WS-HDR-FLAG         PIC X(01) VALUE 'N'.
               PERFORM 1300-OPEN-RECYCLE-PARA
               PERFORM 1350-OPEN-SALHIST-PARA
               PERFORM 1400-OPEN-XFER-HIST-PARA
               PERFORM 1410-OPEN-TERM-HIST-PARA
               PERFORM 1450-OPEN-PROBATION-PARA
               PERFORM 1600-OPEN-POSITIONS-PARA
               PERFORM 1500-READ-TRAN
           END-IF.
       1450-OPEN-PROBATION-PARA.
               DISPLAY 'PROBMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT9 ' - NO PROBATION TRACKING'
           END-IF.
      *****************************************************
      *  NO POSMAST.DAT MEANS POSITION CONTROL IS NOT YET   *
      *  IN FORCE AND MAINTENANCE POSTS AS BEFORE.          *
      *****************************************************
       1600-OPEN-POSITIONS-PARA.
           OPEN I-O POSITION-MASTER
           IF WS-FILE-STAT13 = '00'
               MOVE 'Y' TO WS-POSN-CTL-FLAG
               PERFORM 1610-LOAD-POSITION-PARA
                   UNTIL END-OF-POSITIONS
               OPEN I-O EMP-POSITION-FILE
               IF WS-FILE-STAT14 = '35'
                   OPEN OUTPUT EMP-POSITION-FILE
                   CLOSE EMP-POSITION-FILE
                   OPEN I-O EMP-POSITION-FILE
               END-IF
               IF WS-FILE-STAT14 NOT = '00'
                   DISPLAY 'EMPPOSN.DAT OPEN FAILED - STATUS '
                       WS-FILE-STAT14 ' - POSITION CONTROL OFF'
                   MOVE 'N' TO WS-POSN-CTL-FLAG
                   CLOSE POSITION-MASTER
               END-IF
           ELSE
               DISPLAY 'POSMAST.DAT NOT PRESENT - POSITION '
                   'CONTROL OFF'
           END-IF
           IF POSITION-CONTROL-ON
               OPEN INPUT GRADE-MASTER
               IF WS-FILE-STAT15 = '00'
                   PERFORM 1620-LOAD-GRADE-PARA UNTIL END-OF-GRADES
                   CLOSE GRADE-MASTER
               ELSE
                   DISPLAY 'GRADMAST.DAT NOT AVAILABLE - NO '
                       'POSITION CAN BE FILLED'
               END-IF
           END-IF.
       1610-LOAD-POSITION-PARA.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POSN-EOF-FLAG
               NOT AT END
                   IF WS-POSN-COUNT < 2000
                       ADD 1 TO WS-POSN-COUNT
                       MOVE POS-NUMBER TO
                           TBL-PSN-NUMBER(WS-POSN-COUNT)
                       MOVE POS-DEPT   TO TBL-PSN-DEPT(WS-POSN-COUNT)
                       MOVE POS-LOC    TO TBL-PSN-LOC(WS-POSN-COUNT)
                       MOVE POS-GRADE  TO
                           TBL-PSN-GRADE(WS-POSN-COUNT)
                       MOVE POS-STATUS TO
                           TBL-PSN-STATUS(WS-POSN-COUNT)
                       MOVE POS-INCUMBENT TO
                           TBL-PSN-HOLDER(WS-POSN-COUNT)
                       MOVE POS-VACANT-DATE TO
                           TBL-PSN-VAC-DATE(WS-POSN-COUNT)
                   ELSE
                       DISPLAY 'WARNING - POSITION TABLE FULL AT '
                           '2000 - ' POS-NUMBER ' NOT LOADED'
                   END-IF
           END-READ.
       1620-LOAD-GRADE-PARA.
           READ GRADE-MASTER
               AT END
                   MOVE 'Y' TO WS-GRD-EOF-FLAG
               NOT AT END
                   IF WS-GRADE-COUNT < 50
                       ADD 1 TO WS-GRADE-COUNT
                       MOVE GRD-CODE TO TBL-GRD-CODE(WS-GRADE-COUNT)
                       MOVE GRD-MIN  TO TBL-GRD-MIN(WS-GRADE-COUNT)
                       MOVE GRD-MAX  TO TBL-GRD-MAX(WS-GRADE-COUNT)
                   END-IF
           END-READ.
       1400-OPEN-XFER-HIST-PARA.
           OPEN INPUT XFER-HIST-FILE
           IF WS-FILE-STAT8 = '00'
           ELSE
               OPEN OUTPUT XFER-HIST-FILE
           END-IF.
       1410-OPEN-TERM-HIST-PARA.
           OPEN INPUT TERM-HIST-FILE
           IF WS-FILE-STAT16 = '00'
               CLOSE TERM-HIST-FILE
               OPEN EXTEND TERM-HIST-FILE
           ELSE
               OPEN OUTPUT TERM-HIST-FILE
           END-IF.
       1300-OPEN-RECYCLE-PARA.
           OPEN INPUT RECYCLE-FILE
           IF WS-FILE-STAT6 = '00'
      *  DIFFERENT 'M'-ROLE OPERATOR HAS PUT AN APPROVAL    *
      *  RECORD FOR ITS BATCH ID ON BATCHAPR.DAT.  BOTH     *
      *  IDENTITIES ARE WRITTEN TO EMPAUDIT.DAT ONCE THE    *
      *  BATCH POSTS, AND THE APPROVAL IS JOURNALLED ('AB') *
      *  ON OPRACT.DAT THROUGH OPRACTW FOR THE              *
      *  SEGREGATION-OF-DUTIES CHECK (EMPSOD).  NO          *
      *  DUALCTL.DAT MEANS THE CONTROL IS OFF AND NOTHING   *
      *  CHANGES.                                           *
      *****************************************************
       1170-CHECK-DUAL-CONTROL-PARA.
           OPEN INPUT DUAL-PARM-FILE
           MOVE 'A'            TO AUD-BA-FLAG
           MOVE WS-APPROVAL-IMAGE TO AUD-IMAGE
           PERFORM 2955-STAMP-AUDIT-PARA
           WRITE AUDIT-RECORD
           MOVE SPACES         TO OPR-ACTION-RECORD
           MOVE WS-APPROVER-ID TO OPA-OPERATOR
           MOVE 'AB'           TO OPA-ACTION
           MOVE 'EMPMAINT'     TO OPA-PROGRAM
           MOVE WS-BATCH-ID    TO OPA-BATCH-ID
                                  OPA-REL-BATCH-ID
           MOVE ZERO           TO OPA-AMOUNT
                                  OPA-EFF-DATE
           MOVE BH-ORIGINATOR  TO OPA-DETAIL
           CALL 'OPRACTW' USING OPR-ACTION-RECORD.
       1100-VERIFY-BATCH-PARA.
           OPEN INPUT TRAN-FILE
           MOVE 'N' TO WS-FILE-FLAG
                       PERFORM 2500-REHIRE-PARA
                   WHEN TRAN-CONFIRM
                       PERFORM 2600-CONFIRM-PARA
                   WHEN TRAN-CERTIFY
                       PERFORM 2700-CERTIFY-PARA
                   WHEN OTHER
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
           MOVE ZERO           TO EMP-TERM-YR
                                   EMP-TERM-MM
                                   EMP-TERM-DD
           IF POSITION-CONTROL-ON
               MOVE TRAN-EMP-DEPT TO WS-PSN-DEPT
               MOVE TRAN-EMP-LOC  TO WS-PSN-LOC
               MOVE TRAN-EMP-EARN TO WS-PSN-EARN
               PERFORM 2800-FIND-VACANCY-PARA
           END-IF
           IF NOT TRAN-REJECTED
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'DUPLICATE EMP-ID ON MASTER' TO WS-REASON
                       MOVE '02' TO WS-REASON-CODE
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
                       MOVE 'A' TO AUD-BA-FLAG
                       PERFORM 2950-WRITE-AUDIT-PARA
                       PERFORM 2990-START-PROBATION-PARA
                       PERFORM 2840-FILL-POSITION-PARA
               END-WRITE
           END-IF.
      *****************************************************
      *  EVERY NEW EMPLOYEE STARTS ON PROBATION - SIX       *
      *  CALENDAR MONTHS FROM THE HIRE DATE, HELD TO THE    *
      *  END OF A SHORTER MONTH (DATECALC) - UNTIL AN 'F'   *
      *  CONFIRMATION POSTS THROUGH THIS SAME STREAM.       *
      *****************************************************
       2990-START-PROBATION-PARA.
           IF WS-FILE-STAT9 = '00'
               MOVE 'AM'            TO DTQ-FUNCTION
               MOVE EMP-HIRE-DATE   TO DTQ-DATE-1
               MOVE 6               TO DTQ-COUNT
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE EMP-ID          TO PRB-EMP-ID
               MOVE DTQ-RESULT-DATE TO PRB-END-DATE
               MOVE 'P' TO PRB-STATUS
               WRITE PROBATION-RECORD
                   INVALID KEY
                   MOVE 'EMP-ID NOT ON MASTER' TO WS-REASON
                   MOVE '03' TO WS-REASON-CODE
           END-READ
           IF NOT TRAN-REJECTED AND NOT TRAN-STRUCT-RETOTAL
               AND TRAN-EMP-EARN NOT = EMP-EARN
               PERFORM 2210-CHECK-STRUCTURE-PARA
           END-IF
           IF NOT TRAN-REJECTED
               MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
               MOVE EMP-EARN       TO WS-OLD-EARN
               IF TRAN-STRUCT-RETOTAL
                   MOVE TRAN-EMP-EARN  TO EMP-EARN
               ELSE
                   MOVE TRAN-EMP-NAME  TO EMP-NAME
                   MOVE TRAN-EMP-LOC   TO EMP-LOC
                   MOVE TRAN-EMP-TECH  TO EMP-TECH
                   MOVE TRAN-EMP-YR    TO EMP-YR
                   MOVE TRAN-EMP-MM    TO EMP-MM
                   MOVE TRAN-EMP-DD    TO EMP-DD
                   MOVE TRAN-EMP-EARN  TO EMP-EARN
                   MOVE TRAN-EMP-DEDN  TO EMP-DEDN
                   MOVE TRAN-EMP-HIRE-YR TO EMP-HIRE-YR
                   MOVE TRAN-EMP-HIRE-MM TO EMP-HIRE-MM
                   MOVE TRAN-EMP-HIRE-DD TO EMP-HIRE-DD
                   MOVE TRAN-EMP-BADGE TO EMP-BADGE
                   MOVE TRAN-EMP-EMAIL TO EMP-EMAIL
                   MOVE TRAN-EMP-DEPT  TO EMP-DEPT
               END-IF
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       END-IF
               END-REWRITE
           END-IF.
      *****************************************************
      *  A STRUCTURED EMPLOYEE'S EARNINGS ARE THE TOTAL OF  *
      *  THE COMPONENTS IN FORCE ON THE EFFECTIVE DATE;     *
      *  ANY OTHER FIGURE WOULD BE PAID NEITHER ONE WAY NOR *
      *  THE OTHER, SO IT IS REJECTED.                      *
      *****************************************************
       2210-CHECK-STRUCTURE-PARA.
           PERFORM 2870-SET-EFF-DATE-PARA
           MOVE TRAN-EMP-ID     TO PSQ-EMP-ID
           MOVE WS-PSN-EFF-DATE TO PSQ-DATE
           CALL 'PAYSTRLK' USING PAY-STRUCT-REQUEST
           IF PSQ-STRUCTURED AND TRAN-EMP-EARN NOT = PSQ-TOTAL
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'EARNINGS SET BY PAY STRUCTURE' TO WS-REASON
               MOVE '17' TO WS-REASON-CODE
           END-IF.
       2300-DELETE-PARA.
           MOVE TRAN-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
                   MOVE 'EMP-ID NOT ON MASTER' TO WS-REASON
                   MOVE '03' TO WS-REASON-CODE
           END-READ
           IF NOT TRAN-REJECTED
               AND NOT TRAN-TERM-REASON-VALID
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'INVALID TERMINATION REASON' TO WS-REASON
               MOVE '15' TO WS-REASON-CODE
           END-IF
           IF NOT TRAN-REJECTED
               MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
               DELETE EMPLOYEE-MASTER
                       MOVE 'B' TO AUD-BA-FLAG
                       MOVE WS-BEFORE-IMAGE TO AUD-IMAGE
                       PERFORM 2960-WRITE-AUDIT-RAW-PARA
                       PERFORM 2985-WRITE-TERM-HIST-PARA
                       PERFORM 2860-RELEASE-POSITION-PARA
               END-DELETE
           END-IF.
      *****************************************************
                   MOVE '06' TO WS-REASON-CODE
               END-IF
           END-IF
           IF NOT TRAN-REJECTED AND POSITION-CONTROL-ON
               MOVE TRAN-EMP-DEPT TO WS-PSN-DEPT
               MOVE TRAN-EMP-LOC  TO WS-PSN-LOC
               MOVE EMP-EARN      TO WS-PSN-EARN
               PERFORM 2800-FIND-VACANCY-PARA
           END-IF
           IF NOT TRAN-REJECTED
               MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
               MOVE EMP-LOC  TO WS-OLD-LOC
                       MOVE 'A' TO AUD-BA-FLAG
                       PERFORM 2950-WRITE-AUDIT-PARA
                       PERFORM 2980-WRITE-XFER-HIST-PARA
                       PERFORM 2860-RELEASE-POSITION-PARA
                       PERFORM 2840-FILL-POSITION-PARA
               END-REWRITE
           END-IF.
      *****************************************************
                   MOVE '07' TO WS-REASON-CODE
               END-IF
           END-IF
           IF NOT TRAN-REJECTED AND TRAN-EMP-EARN NOT = EMP-EARN
               PERFORM 2210-CHECK-STRUCTURE-PARA
           END-IF
           IF NOT TRAN-REJECTED AND POSITION-CONTROL-ON
               MOVE TRAN-EMP-DEPT TO WS-PSN-DEPT
               MOVE TRAN-EMP-LOC  TO WS-PSN-LOC
               MOVE TRAN-EMP-EARN TO WS-PSN-EARN
               PERFORM 2800-FIND-VACANCY-PARA
           END-IF
           IF NOT TRAN-REJECTED
               MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
               COMPUTE WS-GAP-MONTHS =
               MOVE TRAN-EMP-EARN TO EMP-EARN
               MOVE TRAN-EMP-DEDN TO EMP-DEDN
               MOVE TRAN-EMP-DEPT TO EMP-DEPT
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'REWRITE FAILED' TO WS-REASON
                       MOVE '04' TO WS-REASON-CODE
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
                       MOVE 'B' TO AUD-BA-FLAG
                       MOVE WS-BEFORE-IMAGE TO AUD-IMAGE
                       PERFORM 2960-WRITE-AUDIT-RAW-PARA
                       MOVE 'A' TO AUD-BA-FLAG
                       PERFORM 2950-WRITE-AUDIT-PARA
                       PERFORM 2860-RELEASE-POSITION-PARA
                       PERFORM 2840-FILL-POSITION-PARA
               END-REWRITE
           END-IF.
      *****************************************************
      *  CERTIFICATION: MOVES ONLY EMP-CERT-EXP-DATE, AND   *
      *  ONLY FORWARD - A RENEWAL NEVER SHORTENS A DATE     *
      *  ALREADY ON THE MASTER.                             *
      *****************************************************
       2700-CERTIFY-PARA.
           MOVE TRAN-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON MASTER' TO WS-REASON
                   MOVE '03' TO WS-REASON-CODE
           END-READ
           IF NOT TRAN-REJECTED
               IF TRAN-EMP-CERT-EXP-DATE NOT NUMERIC
                   OR TRAN-EMP-CERT-EXP-DATE = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID CERTIFICATION DATE' TO WS-REASON
                   MOVE '11' TO WS-REASON-CODE
               ELSE
                   IF EMP-CERT-EXP-DATE NUMERIC
                       AND EMP-CERT-EXP-DATE NOT <
                           TRAN-EMP-CERT-EXP-DATE
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'CERTIFICATION ALREADY LATER'
                           TO WS-REASON
                       MOVE '12' TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
               MOVE TRAN-EMP-CERT-EXP-DATE TO EMP-CERT-EXP-DATE
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       PERFORM 2950-WRITE-AUDIT-PARA
               END-REWRITE
           END-IF.
      *****************************************************
      *  POSITION CONTROL.  LOOKS FOR A VACANT, APPROVED    *
      *  POSITION IN WS-PSN-DEPT/WS-PSN-LOC WHOSE GRADE     *
      *  RANGE COVERS WS-PSN-EARN, TAKING THE ONE OPEN      *
      *  LONGEST.  NONE AT ALL IN THE DEPT/LOC REJECTS      *
      *  WITH 13; VACANCIES THERE BUT NONE AT A FITTING     *
      *  GRADE REJECTS WITH 14.                             *
      *****************************************************
       2800-FIND-VACANCY-PARA.
           MOVE ZERO TO WS-PSN-SUB WS-PSN-VAC-CNT
           PERFORM 2810-CHECK-VACANCY-PARA
               VARYING WS-PSN-SCAN FROM 1 BY 1
               UNTIL WS-PSN-SCAN > WS-POSN-COUNT
           IF WS-PSN-SUB = ZERO
               MOVE 'R' TO WS-RESULT-CODE
               IF WS-PSN-VAC-CNT = ZERO
                   MOVE 'NO VACANT APPROVED POSITION' TO WS-REASON
                   MOVE '13' TO WS-REASON-CODE
               ELSE
                   MOVE 'NO VACANCY AT A FITTING GRADE'
                       TO WS-REASON
                   MOVE '14' TO WS-REASON-CODE
               END-IF
           END-IF.
       2810-CHECK-VACANCY-PARA.
           IF TBL-PSN-STATUS(WS-PSN-SCAN) = 'A'
               AND TBL-PSN-HOLDER(WS-PSN-SCAN) = SPACES
               AND TBL-PSN-DEPT(WS-PSN-SCAN) = WS-PSN-DEPT
               AND TBL-PSN-LOC(WS-PSN-SCAN)  = WS-PSN-LOC
               ADD 1 TO WS-PSN-VAC-CNT
               PERFORM 2820-FIND-GRADE-PARA
               IF WS-PSN-GRD-SUB > ZERO
                   IF WS-PSN-EARN NOT < TBL-GRD-MIN(WS-PSN-GRD-SUB)
                       AND WS-PSN-EARN NOT >
                           TBL-GRD-MAX(WS-PSN-GRD-SUB)
                       IF WS-PSN-SUB = ZERO
                           MOVE WS-PSN-SCAN TO WS-PSN-SUB
                       ELSE
                           IF TBL-PSN-VAC-DATE(WS-PSN-SCAN) <
                              TBL-PSN-VAC-DATE(WS-PSN-SUB)
                               MOVE WS-PSN-SCAN TO WS-PSN-SUB
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2820-FIND-GRADE-PARA.
           MOVE ZERO TO WS-PSN-GRD-SUB
           PERFORM 2830-CHECK-GRADE-PARA
               VARYING WS-PSN-GRD-SCAN FROM 1 BY 1
               UNTIL WS-PSN-GRD-SCAN > WS-GRADE-COUNT
                  OR WS-PSN-GRD-SUB > ZERO.
       2830-CHECK-GRADE-PARA.
           IF TBL-GRD-CODE(WS-PSN-GRD-SCAN) =
              TBL-PSN-GRADE(WS-PSN-SCAN)
               MOVE WS-PSN-GRD-SCAN TO WS-PSN-GRD-SUB
           END-IF.
      *****************************************************
      *  SEATS EMP-ID IN THE POSITION 2800 CHOSE AND        *
      *  RECORDS IT ON EMPPOSN.DAT.                         *
      *****************************************************
       2840-FILL-POSITION-PARA.
           IF POSITION-CONTROL-ON AND WS-PSN-SUB > ZERO
               PERFORM 2870-SET-EFF-DATE-PARA
               MOVE TBL-PSN-NUMBER(WS-PSN-SUB) TO POS-NUMBER
               READ POSITION-MASTER
                   INVALID KEY
                       DISPLAY 'POSITION ' POS-NUMBER
                           ' NO LONGER ON POSMAST.DAT - ' EMP-ID
                           ' NOT SEATED'
                   NOT INVALID KEY
                       MOVE EMP-ID          TO POS-INCUMBENT
                       MOVE WS-PSN-EFF-DATE TO POS-FILLED-DATE
                       REWRITE POSITION-RECORD
                       MOVE EMP-ID TO TBL-PSN-HOLDER(WS-PSN-SUB)
                       MOVE EMP-ID          TO PSN-EMP-ID
                       MOVE POS-NUMBER      TO PSN-POS-NUMBER
                       MOVE WS-PSN-EFF-DATE TO PSN-ASSIGN-DATE
                       WRITE EMP-POSITION-RECORD
                           INVALID KEY
                               REWRITE EMP-POSITION-RECORD
                       END-WRITE
               END-READ
           END-IF.
      *****************************************************
      *  FREES WHATEVER POSITION EMP-ID HOLDS, STARTING     *
      *  ITS VACANCY CLOCK FROM THE EFFECTIVE DATE.         *
      *****************************************************
       2860-RELEASE-POSITION-PARA.
           IF POSITION-CONTROL-ON
               PERFORM 2870-SET-EFF-DATE-PARA
               MOVE EMP-ID TO PSN-EMP-ID
               READ EMP-POSITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PSN-POS-NUMBER TO POS-NUMBER
                       READ POSITION-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF POS-INCUMBENT = EMP-ID
                                   PERFORM 2880-VACATE-POSITION-PARA
                               END-IF
                       END-READ
                       DELETE EMP-POSITION-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
           END-IF.
       2870-SET-EFF-DATE-PARA.
           IF TRAN-EFF-DATE NUMERIC AND TRAN-EFF-DATE > ZERO
               MOVE TRAN-EFF-DATE TO WS-PSN-EFF-DATE
           ELSE
               MOVE WS-TODAY      TO WS-PSN-EFF-DATE
           END-IF.
       2880-VACATE-POSITION-PARA.
           MOVE SPACES          TO POS-INCUMBENT
           MOVE WS-PSN-EFF-DATE TO POS-VACANT-DATE
           REWRITE POSITION-RECORD
           PERFORM 2890-UPDATE-TABLE-PARA
               VARYING WS-PSN-SCAN FROM 1 BY 1
               UNTIL WS-PSN-SCAN > WS-POSN-COUNT.
       2890-UPDATE-TABLE-PARA.
           IF TBL-PSN-NUMBER(WS-PSN-SCAN) = POS-NUMBER
               MOVE SPACES          TO TBL-PSN-HOLDER(WS-PSN-SCAN)
               MOVE WS-PSN-EFF-DATE TO TBL-PSN-VAC-DATE(WS-PSN-SCAN)
           END-IF.
       2980-WRITE-XFER-HIST-PARA.
           MOVE EMP-ID        TO XFR-EMP-ID
           MOVE TRAN-EFF-YR   TO XFR-EFF-YR
           MOVE WS-OLD-DEPT   TO XFR-OLD-DEPT
           MOVE EMP-DEPT      TO XFR-NEW-DEPT
           MOVE WS-TODAY      TO XFR-POST-DATE
           WRITE TRANSFER-HIST-RECORD
           PERFORM 2982-CHECK-INTERCO-PARA.
      *****************************************************
      *  A MOVE INTO ANOTHER COMPANY'S LOCATION CHANGES THE *
      *  LEGAL ENTITY THAT PAYS THE EMPLOYEE - FINANCE      *
      *  TREATS IT AS AN INTERCOMPANY TRANSFER, SO IT GOES  *
      *  ON THE EXCEPTION REGISTER.  THE TRANSFER ITSELF    *
      *  STANDS.                                            *
      *****************************************************
       2982-CHECK-INTERCO-PARA.
           MOVE WS-OLD-LOC TO RLK-KEY
           PERFORM 2983-LOCATION-COMPANY-PARA
           MOVE WS-WORK-COMPANY TO WS-OLD-COMPANY
           MOVE EMP-LOC TO RLK-KEY
           PERFORM 2983-LOCATION-COMPANY-PARA
           MOVE WS-WORK-COMPANY TO WS-NEW-COMPANY
           IF WS-OLD-COMPANY NOT = WS-NEW-COMPANY
               MOVE 'EMPMAINT'   TO EXR-SOURCE-PGM
               MOVE EMP-ID       TO EXR-KEY
               MOVE SPACES       TO EXR-TEXT
               STRING 'INTERCOMPANY TRANSFER ' WS-OLD-COMPANY
                      '>' WS-NEW-COMPANY
                      DELIMITED BY SIZE INTO EXR-TEXT
               END-STRING
               CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           END-IF.
       2983-LOCATION-COMPANY-PARA.
           MOVE SPACES TO WS-WORK-COMPANY
           MOVE 'L'    TO RLK-FILE-ID
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA     TO LOCM-RECORD
               MOVE LOCM-COMPANY TO WS-WORK-COMPANY
           END-IF.
       2985-WRITE-TERM-HIST-PARA.
           PERFORM 2870-SET-EFF-DATE-PARA
           MOVE EMP-ID           TO TRM-EMP-ID
           MOVE WS-PSN-EFF-DATE  TO TRM-EFF-DATE
           MOVE TRAN-TERM-REASON TO TRM-REASON
           MOVE EMP-LOC          TO TRM-LOC
           MOVE EMP-DEPT         TO TRM-DEPT
           MOVE EMP-TECH         TO TRM-TECH
           MOVE EMP-HIRE-DATE    TO TRM-HIRE-DATE
           MOVE WS-TODAY         TO TRM-POST-DATE
           WRITE TERM-HIST-RECORD.
       2900-WRITE-DETAIL.
           MOVE SPACES         TO DETAIL-LINE
           MOVE TRAN-CODE      TO OUT-TRAN-CODE
           ACCEPT WS-AUD-TIME-NOW FROM TIME
           MOVE WS-TODAY            TO AUD-DATE
           MOVE WS-AUD-TIME-HHMMSS  TO AUD-TIME
           MOVE WS-BATCH-ID         TO AUD-BATCH-ID
           IF AUD-TRAN-CODE = 'D'
               MOVE TRAN-TERM-REASON TO AUD-TERM-REASON
           ELSE
               MOVE SPACES           TO AUD-TERM-REASON
           END-IF.
       2960-WRITE-AUDIT-RAW-PARA.
           MOVE TRAN-CODE       TO AUD-TRAN-CODE
           MOVE EMP-ID          TO AUD-EMP-ID
                 RECYCLE-FILE
                 SALHIST-FILE
                 XFER-HIST-FILE
                 TERM-HIST-FILE
           IF WS-FILE-STAT9 = '00'
               CLOSE PROBATION-MASTER
           END-IF
           IF POSITION-CONTROL-ON
               CLOSE POSITION-MASTER
                     EMP-POSITION-FILE
           END-IF
           MOVE 'U' TO WS-LOCK-FUNCTION
           CALL 'EMPLOCK' USING WS-LOCK-REQUEST
           OPEN OUTPUT BATCH-GUARD-FILE
