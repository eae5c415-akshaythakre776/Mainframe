       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESGN.
      *****************************************************
      *  RESIGNATION, NOTICE PERIOD AND EXIT CLEARANCE.     *
      *  AN 'R' TRANSACTION ON RSGTRAN.DAT RECORDS A        *
      *  RESIGNATION: THE NOTICE PERIOD IS THE ONE KEYED    *
      *  ON THE TRANSACTION FROM THE EMPLOYEE'S CONTRACT,   *
      *  ELSE THE CONTRACTOR ('CON') CARD ON NOTCPER.DAT    *
      *  FOR AN EMPTYPE.DAT CONTRACTOR, ELSE THE CARD FOR   *
      *  THE EMPLOYEE'S EMPGRADE.DAT GRADE, ELSE THE '***'  *
      *  DEFAULT CARD, ELSE 30 DAYS.  THE LAST WORKING DAY  *
      *  IS THE RESIGNATION DATE PLUS THE NOTICE, BROUGHT   *
      *  BACK OFF ANY PUBLIC HOLIDAY IN THE EMPLOYEE'S      *
      *  REGION (HOLLKUP).  A 'D' TERMINATION (REASON RS)   *
      *  EFFECTIVE THAT DAY IS APPENDED TO PENDTRAN.DAT SO  *
      *  EMPTRNRL RELEASES IT TO EMPMAINT ON THE RIGHT      *
      *  NIGHT, AND AN EXIT CLEARANCE CHECKLIST IS OPENED   *
      *  ON CLRMAST.DAT (CLRREC.CPY).  AN 'S' TRANSACTION   *
      *  SIGNS OFF ONE CHECKLIST ITEM - I IT ACCESS, M      *
      *  MANAGER HANDOVER, F FINANCE, H HR - AND THE LAST   *
      *  SIGNATURE COMPLETES THE CLEARANCE.  RUNS AHEAD OF  *
      *  EMPTRNRL SO TONIGHT'S RESIGNATIONS ARE ON THE      *
      *  PENDING FILE BEFORE IT IS READ.  APPLIED/REJECTED  *
      *  REPORT ON RSGNRPT.DAT.                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'RSGTRAN.DAT'
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

           SELECT CLEARANCE-MASTER ASSIGN TO 'CLRMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CLR-EMP-ID
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PENDING-FILE ASSIGN TO 'PENDTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT NOTICE-FILE ASSIGN TO 'NOTCPER.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT GRADE-ASSIGN-FILE ASSIGN TO 'EMPGRADE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS GA-EMP-ID
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT EMPTYPE-FILE ASSIGN TO 'EMPTYPE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ETY-EMP-ID
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT REPORT-FILE ASSIGN TO 'RSGNRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RESIGN-TRAN-RECORD.
           03  RG-ACTION           PIC X(01).
               88  RG-RESIGN                  VALUE 'R'.
               88  RG-SIGN-OFF                VALUE 'S'.
           03  RG-EMP-ID           PIC X(05).
           03  RG-DATE             PIC 9(08).
           03  RG-NOTICE-DAYS-X    PIC X(03).
           03  RG-NOTICE-DAYS REDEFINES RG-NOTICE-DAYS-X
                                   PIC 9(03).
           03  RG-ITEM             PIC X(01).
           03  RG-SIGNED-BY        PIC X(08).
           03  FILLER              PIC X(04).
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  CLEARANCE-MASTER
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLRREC.
       FD  PENDING-FILE
           RECORD CONTAINS 102 CHARACTERS.
       COPY TRANREC.
       FD  NOTICE-FILE
           RECORD CONTAINS 06 CHARACTERS.
       01  NOTICE-RECORD.
           03  NP-KEY              PIC X(03).
           03  NP-DAYS             PIC 9(03).
       FD  GRADE-ASSIGN-FILE
           RECORD CONTAINS 16 CHARACTERS.
       COPY GRDASGN.
       FD  EMPTYPE-FILE.
       COPY EMPTYPE.
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
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FS-TEXT              PIC X(30) VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-NTC-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-NOTICE                 VALUE 'Y'.
       01  WS-MAST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-CLR-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  CLEARANCE-FILE-OPEN           VALUE 'Y'.
       01  WS-GRADE-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  GRADE-FILE-OPEN               VALUE 'Y'.
       01  WS-TYPE-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  TYPE-FILE-OPEN                VALUE 'Y'.
       01  WS-PEND-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PENDING-FILE-OPEN             VALUE 'Y'.
       01  WS-CLR-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  CLEARANCE-FOUND               VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  TRAN-APPLIED                  VALUE 'A'.
           88  TRAN-REJECTED                 VALUE 'R'.
       01  WS-REASON               PIC X(35) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-NOTICE-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-NOTICE-TABLE.
           03  NOTICE-ENTRY        OCCURS 60 TIMES.
               05  TBL-NTC-KEY     PIC X(03).
               05  TBL-NTC-DAYS    PIC 9(03).
       01  WS-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-LOOK-NTC-KEY         PIC X(03) VALUE SPACES.
       01  WS-NTC-FOUND-DAYS       PIC 9(03) VALUE ZERO.
       01  WS-NTC-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  NOTICE-CARD-FOUND             VALUE 'Y'.
       01  WS-NOTICE-DAYS          PIC 9(03) VALUE ZERO.
       01  WS-ITEM-NO              PIC 9(01) VALUE ZERO.
       01  WS-ITEMS-OPEN           PIC 9(01) VALUE ZERO.
       01  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
       01  WS-BACK-STEPS           PIC 9(02) VALUE ZERO.
       COPY DATEREQ.
       COPY HOLREQ.
       COPY REFLKREQ.
       COPY LOCMREC.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-RESIGNED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-SIGNED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-CLEARED      PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'RESIGNATION AND EXIT CLEARANCE RUN REPORT'.
       01  DETAIL-LINE.
           03  OUT-ACTION          PIC X(01).
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-INFO            PIC X(14) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REASON          PIC X(35).
           03  FILLER              PIC X(08) VALUE SPACES.
       01  WS-INFO-LAST-DAY.
           03  FILLER              PIC X(05) VALUE 'LWD  '.
           03  WS-INFO-DATE        PIC 9(08).
           03  FILLER              PIC X(01) VALUE SPACE.
       01  WS-INFO-ITEM.
           03  FILLER              PIC X(05) VALUE 'ITEM '.
           03  WS-INFO-ITEM-CODE   PIC X(01).
           03  FILLER              PIC X(08) VALUE SPACES.
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
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(24) VALUE
               'CLEARANCES COMPLETED:   '.
           03  OUT-TOT-CLEARED     PIC ZZZZ9.
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
           PERFORM 1100-LOAD-NOTICE-PARA
           OPEN I-O CLEARANCE-MASTER
           IF WS-FILE-STAT3 = '35'
               OPEN OUTPUT CLEARANCE-MASTER
               CLOSE CLEARANCE-MASTER
               OPEN I-O CLEARANCE-MASTER
           END-IF
           IF WS-FILE-STAT3 NOT = '00'
               CALL 'FSTATTXT' USING WS-FILE-STAT3 WS-FS-TEXT
               DISPLAY 'CLRMAST.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-CLR-OPEN-FLAG
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 NOT = '00'
               CALL 'FSTATTXT' USING WS-FILE-STAT2 WS-FS-TEXT
               DISPLAY 'EMPMAST.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-MAST-OPEN-FLAG
           END-IF
           OPEN INPUT GRADE-ASSIGN-FILE
           IF WS-FILE-STAT6 = '00'
               MOVE 'Y' TO WS-GRADE-OPEN-FLAG
           END-IF
           OPEN INPUT EMPTYPE-FILE
           IF WS-FILE-STAT7 = '00'
               MOVE 'Y' TO WS-TYPE-OPEN-FLAG
           END-IF
           IF NOT END-OF-FILE
               PERFORM 1200-OPEN-PENDING-PARA
               OPEN INPUT TRAN-FILE
               IF WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'RSGTRAN.DAT NOT AVAILABLE - NOTHING '
                       'TO APPLY'
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 1500-READ-TRAN-PARA
               END-IF
           END-IF.
       1100-LOAD-NOTICE-PARA.
           OPEN INPUT NOTICE-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 1150-READ-NOTICE-PARA UNTIL END-OF-NOTICE
               CLOSE NOTICE-FILE
           ELSE
               DISPLAY 'NOTCPER.DAT NOT AVAILABLE - NOTICE FROM '
                   'THE TRANSACTION OR 30 DAYS'
           END-IF.
       1150-READ-NOTICE-PARA.
           READ NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-NTC-EOF-FLAG
               NOT AT END
                   IF NP-DAYS NUMERIC AND WS-NOTICE-COUNT < 60
                       ADD 1 TO WS-NOTICE-COUNT
                       MOVE NP-KEY  TO TBL-NTC-KEY(WS-NOTICE-COUNT)
                       MOVE NP-DAYS TO TBL-NTC-DAYS(WS-NOTICE-COUNT)
                   END-IF
           END-READ.
       1200-OPEN-PENDING-PARA.
           OPEN INPUT PENDING-FILE
           IF WS-FILE-STAT4 = '00'
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           ELSE
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE 'Y' TO WS-PEND-OPEN-FLAG.
       1500-READ-TRAN-PARA.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-REASON WS-RESULT-CODE OUT-INFO
           PERFORM 2100-VALIDATE-TRAN-PARA
           IF WS-RESULT-CODE NOT = 'R'
               IF RG-RESIGN
                   PERFORM 3000-RESIGN-PARA
               ELSE
                   PERFORM 4000-SIGN-OFF-PARA
               END-IF
           END-IF
           PERFORM 2900-WRITE-DETAIL-PARA
           PERFORM 1500-READ-TRAN-PARA.
       2100-VALIDATE-TRAN-PARA.
           EVALUATE TRUE
               WHEN NOT RG-RESIGN AND NOT RG-SIGN-OFF
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REASON
               WHEN RG-EMP-ID = SPACES OR LOW-VALUES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MISSING EMP-ID' TO WS-REASON
               WHEN RG-RESIGN
                   AND (RG-DATE NOT NUMERIC OR RG-DATE = ZERO)
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MISSING RESIGNATION DATE' TO WS-REASON
               WHEN RG-RESIGN
                   AND RG-NOTICE-DAYS-X NOT = SPACES
                   AND RG-NOTICE-DAYS NOT NUMERIC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'NOTICE DAYS NOT NUMERIC' TO WS-REASON
               WHEN RG-SIGN-OFF AND RG-SIGNED-BY = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'SIGN-OFF WITHOUT SIGNATORY' TO WS-REASON
               WHEN OTHER
                   PERFORM 2200-FIND-CLEARANCE-PARA
           END-EVALUATE.
       2200-FIND-CLEARANCE-PARA.
           MOVE 'N' TO WS-CLR-FOUND-FLAG
           MOVE RG-EMP-ID TO CLR-EMP-ID
           READ CLEARANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLR-FOUND-FLAG
           END-READ.
      *****************************************************
      *  RESIGNATION: THE EMPLOYEE MUST BE ACTIVE ON THE    *
      *  MASTER AND MUST NOT ALREADY HAVE AN OPEN           *
      *  CLEARANCE.  A CLEARANCE COMPLETED FOR AN EARLIER   *
      *  EMPLOYMENT IS OVERWRITTEN BY THE NEW ONE.          *
      *****************************************************
       3000-RESIGN-PARA.
           MOVE RG-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON EMPMAST.DAT' TO WS-REASON
           END-READ
           IF NOT TRAN-REJECTED AND NOT EMP-ACTIVE
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REASON
           END-IF
           IF NOT TRAN-REJECTED AND CLEARANCE-FOUND AND CLR-OPEN
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'RESIGNATION ALREADY IN PROGRESS' TO WS-REASON
           END-IF
           IF NOT TRAN-REJECTED
               PERFORM 3100-SET-NOTICE-PARA
               PERFORM 3300-SET-LAST-DAY-PARA
               PERFORM 3600-OPEN-CLEARANCE-PARA
           END-IF
           IF NOT TRAN-REJECTED
               PERFORM 3500-WRITE-PENDING-PARA
           END-IF
           IF NOT TRAN-REJECTED
               MOVE WS-CALC-DATE TO WS-INFO-DATE
               MOVE WS-INFO-LAST-DAY TO OUT-INFO
               ADD 1 TO WS-TOT-RESIGNED
           END-IF.
       3100-SET-NOTICE-PARA.
           MOVE 30 TO WS-NOTICE-DAYS
           MOVE '***' TO WS-LOOK-NTC-KEY
           PERFORM 3200-FIND-NOTICE-PARA
           IF NOTICE-CARD-FOUND
               MOVE WS-NTC-FOUND-DAYS TO WS-NOTICE-DAYS
           END-IF
           IF GRADE-FILE-OPEN
               MOVE EMP-ID TO GA-EMP-ID
               READ GRADE-ASSIGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GA-GRADE TO WS-LOOK-NTC-KEY
                       PERFORM 3200-FIND-NOTICE-PARA
                       IF NOTICE-CARD-FOUND
                           MOVE WS-NTC-FOUND-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
           END-IF
           IF TYPE-FILE-OPEN
               MOVE EMP-ID TO ETY-EMP-ID
               READ EMPTYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ETY-CONTRACTOR
                           MOVE 'CON' TO WS-LOOK-NTC-KEY
                           PERFORM 3200-FIND-NOTICE-PARA
                           IF NOTICE-CARD-FOUND
                               MOVE WS-NTC-FOUND-DAYS
                                   TO WS-NOTICE-DAYS
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF RG-NOTICE-DAYS-X NOT = SPACES
               MOVE RG-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF.
       3200-FIND-NOTICE-PARA.
           MOVE 'N' TO WS-NTC-FOUND-FLAG
           PERFORM 3250-CHECK-NOTICE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-NOTICE-COUNT.
       3250-CHECK-NOTICE-PARA.
           IF TBL-NTC-KEY(WS-SUB) = WS-LOOK-NTC-KEY
               MOVE 'Y' TO WS-NTC-FOUND-FLAG
               MOVE TBL-NTC-DAYS(WS-SUB) TO WS-NTC-FOUND-DAYS
           END-IF.
      *****************************************************
      *  LAST WORKING DAY: RESIGNATION DATE PLUS THE        *
      *  NOTICE DAYS, STEPPED BACK OFF PUBLIC HOLIDAYS IN   *
      *  THE REGION OF THE EMPLOYEE'S LOCATION (AT MOST A   *
      *  FORTNIGHT, SO A BAD CALENDAR CANNOT LOOP).         *
      *****************************************************
       3300-SET-LAST-DAY-PARA.
           MOVE 'AD'           TO DTQ-FUNCTION
           MOVE RG-DATE        TO DTQ-DATE-1
           MOVE WS-NOTICE-DAYS TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-CALC-DATE
           MOVE SPACES  TO HLQ-REGION
           MOVE 'L'     TO RLK-FILE-ID
           MOVE SPACES  TO RLK-KEY
           MOVE EMP-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA    TO LOCM-RECORD
               MOVE LOCM-REGION TO HLQ-REGION
           END-IF
           MOVE ZERO TO WS-BACK-STEPS
           MOVE WS-CALC-DATE TO HLQ-DATE
           CALL 'HOLLKUP' USING HOLLKUP-REQUEST
           PERFORM 3320-STEP-BACK-PARA
               UNTIL HLQ-NOT-HOLIDAY OR WS-BACK-STEPS > 13.
       3320-STEP-BACK-PARA.
           ADD 1 TO WS-BACK-STEPS
           MOVE 'AD'         TO DTQ-FUNCTION
           MOVE WS-CALC-DATE TO DTQ-DATE-1
           MOVE -1           TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-CALC-DATE
           MOVE WS-CALC-DATE TO HLQ-DATE
           CALL 'HOLLKUP' USING HOLLKUP-REQUEST.
      *****************************************************
      *  THE EFFECTIVE-DATED TERMINATION FOR EMPTRNRL.  A   *
      *  'D' NEEDS ONLY THE EMP-ID AND TERMINATION REASON;  *
      *  EARNINGS ARE ZERO SO THE RELEASE HASH IS UNMOVED.  *
      *****************************************************
       3500-WRITE-PENDING-PARA.
           MOVE SPACES       TO TRAN-RECORD
           MOVE 'D'          TO TRAN-CODE
           MOVE EMP-ID       TO TRAN-EMP-ID
           MOVE EMP-NAME     TO TRAN-EMP-NAME
           MOVE EMP-LOC      TO TRAN-EMP-LOC
           MOVE 'RS'         TO TRAN-TERM-REASON
           MOVE ZERO         TO TRAN-EMP-DOB
                                TRAN-EMP-EARN
                                TRAN-EMP-DEDN
                                TRAN-EMP-HIRE-DATE
           MOVE EMP-DEPT     TO TRAN-EMP-DEPT
           MOVE WS-CALC-DATE TO TRAN-EFF-DATE
           WRITE TRAN-RECORD.
       3600-OPEN-CLEARANCE-PARA.
           MOVE SPACES          TO CLEARANCE-RECORD
           MOVE RG-EMP-ID       TO CLR-EMP-ID
           MOVE 'O'             TO CLR-STATUS
           MOVE RG-DATE         TO CLR-RESIGN-DATE
           MOVE WS-NOTICE-DAYS  TO CLR-NOTICE-DAYS
           MOVE WS-CALC-DATE    TO CLR-LAST-DAY
           MOVE ZERO            TO CLR-COMPLETE-DATE
           PERFORM 3650-OPEN-ITEM-PARA
               VARYING WS-ITEM-NO FROM 1 BY 1
               UNTIL WS-ITEM-NO > 4
           IF CLEARANCE-FOUND
               REWRITE CLEARANCE-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'CLEARANCE REWRITE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
               END-REWRITE
           ELSE
               WRITE CLEARANCE-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'CLEARANCE WRITE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
               END-WRITE
           END-IF.
       3650-OPEN-ITEM-PARA.
           MOVE 'O'    TO CLR-ITEM-STATUS(WS-ITEM-NO)
           MOVE ZERO   TO CLR-ITEM-DATE(WS-ITEM-NO)
           MOVE SPACES TO CLR-ITEM-BY(WS-ITEM-NO).
      *****************************************************
      *  SIGN-OFF OF ONE CHECKLIST ITEM ON AN OPEN          *
      *  CLEARANCE.  THE LAST ITEM SIGNED COMPLETES IT.     *
      *****************************************************
       4000-SIGN-OFF-PARA.
           MOVE RG-ITEM TO WS-INFO-ITEM-CODE
           MOVE WS-INFO-ITEM TO OUT-INFO
           EVALUATE RG-ITEM
               WHEN 'I'
                   MOVE 1 TO WS-ITEM-NO
               WHEN 'M'
                   MOVE 2 TO WS-ITEM-NO
               WHEN 'F'
                   MOVE 3 TO WS-ITEM-NO
               WHEN 'H'
                   MOVE 4 TO WS-ITEM-NO
               WHEN OTHER
                   MOVE ZERO TO WS-ITEM-NO
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-ITEM-NO = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID CLEARANCE ITEM' TO WS-REASON
               WHEN NOT CLEARANCE-FOUND
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'NO CLEARANCE ON FILE' TO WS-REASON
               WHEN NOT CLR-OPEN
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CLEARANCE ALREADY COMPLETE' TO WS-REASON
               WHEN CLR-ITEM-SIGNED(WS-ITEM-NO)
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ITEM ALREADY SIGNED OFF' TO WS-REASON
               WHEN OTHER
                   PERFORM 4100-APPLY-SIGN-OFF-PARA
           END-EVALUATE.
       4100-APPLY-SIGN-OFF-PARA.
           MOVE 'S' TO CLR-ITEM-STATUS(WS-ITEM-NO)
           IF RG-DATE NUMERIC AND RG-DATE > ZERO
               MOVE RG-DATE      TO CLR-ITEM-DATE(WS-ITEM-NO)
           ELSE
               MOVE WS-TODAY-NUM TO CLR-ITEM-DATE(WS-ITEM-NO)
           END-IF
           MOVE RG-SIGNED-BY TO CLR-ITEM-BY(WS-ITEM-NO)
           MOVE ZERO TO WS-ITEMS-OPEN
           PERFORM 4150-COUNT-OPEN-ITEM-PARA
               VARYING WS-ITEM-NO FROM 1 BY 1
               UNTIL WS-ITEM-NO > 4
           IF WS-ITEMS-OPEN = ZERO
               MOVE 'C'          TO CLR-STATUS
               MOVE WS-TODAY-NUM TO CLR-COMPLETE-DATE
           END-IF
           REWRITE CLEARANCE-RECORD
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CLEARANCE REWRITE FAILED' TO WS-REASON
               NOT INVALID KEY
                   MOVE 'A' TO WS-RESULT-CODE
                   ADD 1 TO WS-TOT-SIGNED
                   IF CLR-COMPLETE
                       ADD 1 TO WS-TOT-CLEARED
                       MOVE 'CLEARANCE NOW COMPLETE' TO WS-REASON
                   END-IF
           END-REWRITE.
       4150-COUNT-OPEN-ITEM-PARA.
           IF CLR-ITEM-OPEN(WS-ITEM-NO)
               ADD 1 TO WS-ITEMS-OPEN
           END-IF.
       2900-WRITE-DETAIL-PARA.
           MOVE RG-ACTION TO OUT-ACTION
           MOVE RG-EMP-ID TO OUT-EMP-ID
           MOVE WS-REASON TO OUT-REASON
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
           MOVE WS-TOT-CLEARED  TO OUT-TOT-CLEARED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           CLOSE REPORT-FILE
           DISPLAY '** RESIGNATION AND CLEARANCE SUMMARY **'
           DISPLAY 'TRANSACTIONS READ : ', WS-TOT-READ
           DISPLAY 'RESIGNATIONS      : ', WS-TOT-RESIGNED
           DISPLAY 'ITEMS SIGNED OFF  : ', WS-TOT-SIGNED
           DISPLAY 'CLEARANCES DONE   : ', WS-TOT-CLEARED
           DISPLAY 'REJECTED          : ', WS-TOT-REJECTED
           IF WS-TOT-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE TRAN-FILE
           END-IF
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF CLEARANCE-FILE-OPEN
               CLOSE CLEARANCE-MASTER
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE PENDING-FILE
           END-IF
           IF GRADE-FILE-OPEN
               CLOSE GRADE-ASSIGN-FILE
           END-IF
           IF TYPE-FILE-OPEN
               CLOSE EMPTYPE-FILE
           END-IF.
