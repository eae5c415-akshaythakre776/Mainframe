       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASGN.
      *****************************************************
      *  RESOURCE ASSIGNMENT MAINTENANCE.  TIMECARDS SAY    *
      *  WHERE PEOPLE WORKED; THIS FILE SAYS WHERE THEY ARE *
      *  PLANNED TO WORK.  DRIVEN BY ASGNTRAN.DAT - EACH    *
      *  TRANSACTION ADDS, CHANGES (END DATE AND            *
      *  PERCENTAGE) OR DELETES ONE ASSIGNMENT ON THE       *
      *  INDEXED ASGNMAST.DAT (ASGNREC.CPY), KEYED ON       *
      *  EMPLOYEE, PROJECT AND START DATE.  AN ADD OR       *
      *  CHANGE IS REJECTED WHEN THE EMPLOYEE IS NOT ON     *
      *  EMPMAST.DAT, THE PROJECT IS NOT ACTIVE ON          *
      *  PROJMAST.DAT, THE DATES OR PERCENTAGE ARE BAD, OR  *
      *  IT WOULD TAKE THE PERSON OVER 100 PERCENT ON ANY   *
      *  DATE.  THE PERSON'S LOAD ONLY RISES WHERE AN       *
      *  ASSIGNMENT STARTS, SO THE CHECK ADDS UP THE        *
      *  ALLOCATION ON THE NEW START DATE AND ON THE START  *
      *  DATE OF EVERY OTHER ASSIGNMENT THAT BEGINS INSIDE  *
      *  THE NEW ONE.  THE MASTER IS LOADED TO A TABLE FOR  *
      *  THOSE CHECKS AND UPDATED IN PLACE WITH KEYED       *
      *  WRITE/REWRITE/DELETE, THE WAY REFMAINT KEEPS ITS   *
      *  INDEXED MASTERS.  APPLIED/REJECTED REPORT ON       *
      *  ASGNRPT.DAT.                                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'ASGNTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT ASSIGNMENT-MASTER ASSIGN TO 'ASGNMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ASG-KEY
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PROJECT-MASTER ASSIGN TO 'PROJMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PRJ-CODE
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT REPORT-FILE ASSIGN TO 'ASGNRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ASGN-TRAN-RECORD.
           03  AT-ACTION           PIC X(01).
               88  AT-ADD                      VALUE 'A'.
               88  AT-CHANGE                   VALUE 'C'.
               88  AT-DELETE                   VALUE 'D'.
           03  AT-EMP-ID           PIC X(05).
           03  AT-PROJECT          PIC X(08).
           03  AT-START-DATE       PIC 9(08).
           03  AT-END-DATE         PIC 9(08).
           03  AT-ALLOC-PCT        PIC 9(03).
           03  FILLER              PIC X(47).
       FD  ASSIGNMENT-MASTER.
       COPY ASGNREC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PROJECT-MASTER.
       COPY PROJREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-LOAD-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-LOAD         VALUE 'Y'.
       01  WS-ASG-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  ASSIGNMENTS-OPEN              VALUE 'Y'.
       01  WS-PROJ-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PROJECT-FILE-OPEN             VALUE 'Y'.
       01  WS-EMP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMPLOYEE-FILE-OPEN            VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  TRAN-APPLIED                    VALUE 'A'.
           88  TRAN-REJECTED                   VALUE 'R'.
       01  WS-REASON               PIC X(35) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-CHK-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           03  WS-CHK-YR           PIC 9(04).
           03  WS-CHK-MM           PIC 9(02).
           03  WS-CHK-DD           PIC 9(02).
       01  WS-DAY-LOAD             PIC 9(04) VALUE ZERO.
       01  WS-OVER-DATE            PIC 9(08) VALUE ZERO.
       01  WS-ASG-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ASG-TABLE.
           03  ASG-ENTRY           OCCURS 2000 TIMES.
               05  TBL-ASG-DELETED PIC X(01).
               05  TBL-ASG-EMP-ID  PIC X(05).
               05  TBL-ASG-PROJECT PIC X(08).
               05  TBL-ASG-START   PIC 9(08).
               05  TBL-ASG-END     PIC 9(08).
               05  TBL-ASG-PCT     PIC 9(03).
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SUB2                 PIC 9(04) VALUE ZERO.
       01  WS-MATCH-SUB            PIC 9(04) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(38) VALUE
               'RESOURCE ASSIGNMENT MAINTENANCE REPORT'.
           03  FILLER              PIC X(42) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(03) VALUE 'TR'.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(09) VALUE 'PROJECT'.
           03  FILLER              PIC X(09) VALUE 'START'.
           03  FILLER              PIC X(09) VALUE 'END'.
           03  FILLER              PIC X(05) VALUE 'PCT'.
           03  FILLER              PIC X(09) VALUE 'RESULT'.
           03  FILLER              PIC X(30) VALUE 'REASON'.
       01  DETAIL-LINE.
           03  OUT-ACTION          PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PROJECT         PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-START           PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-END             PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PCT             PIC ZZ9 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-REASON          PIC X(30) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(20) VALUE
               'TRANSACTIONS READ: '.
           03  OUT-TOT-READ        PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'TRANSACTIONS APPLIED: '.
           03  OUT-TOT-APPLIED     PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(23) VALUE
               'TRANSACTIONS REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
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
           PERFORM 1100-LOAD-ASG-TABLE-PARA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-EMP-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT3
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT PROJECT-MASTER
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-PROJ-OPEN-FLAG
           ELSE
               DISPLAY 'PROJMAST.DAT NOT AVAILABLE - ADDS AND '
                   'CHANGES WILL BE REJECTED'
           END-IF
           OPEN INPUT TRAN-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'ASGNTRAN.DAT NOT PRESENT - NO ASSIGNMENT '
                   'TRANSACTIONS'
               MOVE 'Y' TO WS-FILE-FLAG
           ELSE
               PERFORM 1500-READ-TRAN-PARA
           END-IF.
       1100-LOAD-ASG-TABLE-PARA.
           MOVE 'N' TO WS-LOAD-FLAG
           OPEN I-O ASSIGNMENT-MASTER
           IF WS-FILE-STAT2 = '35'
               OPEN OUTPUT ASSIGNMENT-MASTER
               CLOSE ASSIGNMENT-MASTER
               OPEN I-O ASSIGNMENT-MASTER
           END-IF
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-ASG-OPEN-FLAG
               PERFORM 1150-LOAD-ASG-PARA UNTIL END-OF-LOAD
           ELSE
               DISPLAY 'ASGNMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT2 ' - NO TRANSACTIONS APPLIED'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.
       1150-LOAD-ASG-PARA.
           READ ASSIGNMENT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-FLAG
               NOT AT END
                   IF WS-ASG-COUNT < 2000
                       ADD 1 TO WS-ASG-COUNT
                       MOVE 'N' TO TBL-ASG-DELETED(WS-ASG-COUNT)
                       MOVE ASG-EMP-ID     TO
                           TBL-ASG-EMP-ID(WS-ASG-COUNT)
                       MOVE ASG-PROJECT    TO
                           TBL-ASG-PROJECT(WS-ASG-COUNT)
                       MOVE ASG-START-DATE TO
                           TBL-ASG-START(WS-ASG-COUNT)
                       MOVE ASG-END-DATE   TO
                           TBL-ASG-END(WS-ASG-COUNT)
                       MOVE ASG-ALLOC-PCT  TO
                           TBL-ASG-PCT(WS-ASG-COUNT)
                   ELSE
                       DISPLAY 'WARNING - ASSIGNMENT TABLE FULL AT '
                           '2000 - ' ASG-EMP-ID ' ' ASG-PROJECT
                           ' NOT CHECKED THIS RUN'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
       1500-READ-TRAN-PARA.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-REASON
           MOVE SPACE  TO WS-RESULT-CODE
           PERFORM 2100-VALIDATE-TRAN-PARA
           IF NOT TRAN-REJECTED
               EVALUATE TRUE
                   WHEN AT-ADD
                       PERFORM 3000-ADD-ASSIGNMENT-PARA
                   WHEN AT-CHANGE
                       PERFORM 3100-CHANGE-ASSIGNMENT-PARA
                   WHEN AT-DELETE
                       PERFORM 3200-DELETE-ASSIGNMENT-PARA
               END-EVALUATE
           END-IF
           PERFORM 2900-WRITE-DETAIL-PARA
           PERFORM 1500-READ-TRAN-PARA.
      *****************************************************
      *  EDITS COMMON TO ALL ACTIONS, THEN THE ADD/CHANGE   *
      *  EDITS AND THE 100 PERCENT CHECK.                   *
      *****************************************************
       2100-VALIDATE-TRAN-PARA.
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM 2150-FIND-ASG-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ASG-COUNT
           EVALUATE TRUE
               WHEN NOT AT-ADD AND NOT AT-CHANGE AND NOT AT-DELETE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REASON
               WHEN AT-EMP-ID = SPACES OR AT-PROJECT = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MISSING EMPLOYEE OR PROJECT' TO WS-REASON
               WHEN AT-START-DATE NOT NUMERIC
                 OR AT-START-DATE = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID START DATE' TO WS-REASON
               WHEN AT-ADD AND WS-MATCH-SUB > ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ASSIGNMENT ALREADY ON FILE' TO WS-REASON
               WHEN NOT AT-ADD AND WS-MATCH-SUB = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ASSIGNMENT NOT ON FILE' TO WS-REASON
           END-EVALUATE
           IF NOT TRAN-REJECTED AND NOT AT-DELETE
               PERFORM 2200-VALIDATE-TERMS-PARA
           END-IF
           IF NOT TRAN-REJECTED AND NOT AT-DELETE
               PERFORM 2500-CHECK-OVERBOOK-PARA
           END-IF.
       2150-FIND-ASG-PARA.
           IF TBL-ASG-DELETED(WS-SUB) = 'N'
               AND TBL-ASG-EMP-ID(WS-SUB)  = AT-EMP-ID
               AND TBL-ASG-PROJECT(WS-SUB) = AT-PROJECT
               AND TBL-ASG-START(WS-SUB)   = AT-START-DATE
               MOVE WS-SUB TO WS-MATCH-SUB
           END-IF.
       2200-VALIDATE-TERMS-PARA.
           MOVE AT-EMP-ID TO EMP-ID
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
               IF PROJECT-FILE-OPEN
                   MOVE AT-PROJECT TO PRJ-CODE
                   READ PROJECT-MASTER
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'PROJECT NOT ON PROJMAST'
                               TO WS-REASON
                       NOT INVALID KEY
                           IF NOT PRJ-ACTIVE
                               MOVE 'R' TO WS-RESULT-CODE
                               MOVE 'PROJECT NOT ACTIVE'
                                   TO WS-REASON
                           END-IF
                   END-READ
               ELSE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PROJECT MASTER NOT AVAILABLE' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               EVALUATE TRUE
                   WHEN AT-END-DATE NOT NUMERIC
                     OR AT-END-DATE < AT-START-DATE
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'INVALID END DATE' TO WS-REASON
                   WHEN AT-ALLOC-PCT NOT NUMERIC
                     OR AT-ALLOC-PCT = ZERO
                     OR AT-ALLOC-PCT > 100
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'ALLOCATION MUST BE 1-100 PCT'
                           TO WS-REASON
                   WHEN AT-ADD AND WS-ASG-COUNT >= 2000
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'ASSIGNMENT TABLE FULL' TO WS-REASON
               END-EVALUATE
           END-IF.
      *****************************************************
      *  THE PERSON'S TOTAL ON THE NEW START DATE AND ON    *
      *  EVERY OTHER START DATE INSIDE THE NEW SPELL MUST   *
      *  STAY AT OR UNDER 100 PERCENT.  ON A CHANGE THE     *
      *  ASSIGNMENT'S OWN OLD TERMS ARE LEFT OUT.           *
      *****************************************************
       2500-CHECK-OVERBOOK-PARA.
           MOVE ZERO TO WS-OVER-DATE
           MOVE AT-START-DATE TO WS-CHK-DATE
           PERFORM 2600-LOAD-ON-DATE-PARA
           PERFORM 2550-CHECK-OTHER-START-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ASG-COUNT
                  OR WS-OVER-DATE > ZERO
           IF WS-OVER-DATE > ZERO
               MOVE 'R' TO WS-RESULT-CODE
               MOVE SPACES TO WS-REASON
               STRING 'OVER 100 PCT ON ' DELIMITED BY SIZE
                      WS-OVER-DATE DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
           END-IF.
       2550-CHECK-OTHER-START-PARA.
           IF TBL-ASG-DELETED(WS-SUB) = 'N'
               AND WS-SUB NOT = WS-MATCH-SUB
               AND TBL-ASG-EMP-ID(WS-SUB) = AT-EMP-ID
               AND TBL-ASG-START(WS-SUB) > AT-START-DATE
               AND TBL-ASG-START(WS-SUB) <= AT-END-DATE
               MOVE TBL-ASG-START(WS-SUB) TO WS-CHK-DATE
               PERFORM 2600-LOAD-ON-DATE-PARA
           END-IF.
       2600-LOAD-ON-DATE-PARA.
           MOVE AT-ALLOC-PCT TO WS-DAY-LOAD
           PERFORM 2650-ADD-LOAD-PARA
               VARYING WS-SUB2 FROM 1 BY 1
               UNTIL WS-SUB2 > WS-ASG-COUNT
           IF WS-DAY-LOAD > 100
               MOVE WS-CHK-DATE TO WS-OVER-DATE
           END-IF.
       2650-ADD-LOAD-PARA.
           IF TBL-ASG-DELETED(WS-SUB2) = 'N'
               AND WS-SUB2 NOT = WS-MATCH-SUB
               AND TBL-ASG-EMP-ID(WS-SUB2) = AT-EMP-ID
               AND TBL-ASG-START(WS-SUB2) <= WS-CHK-DATE
               AND TBL-ASG-END(WS-SUB2)   >= WS-CHK-DATE
               ADD TBL-ASG-PCT(WS-SUB2) TO WS-DAY-LOAD
           END-IF.
       2900-WRITE-DETAIL-PARA.
           MOVE AT-ACTION     TO OUT-ACTION
           MOVE AT-EMP-ID     TO OUT-EMP-ID
           MOVE AT-PROJECT    TO OUT-PROJECT
           MOVE ZERO          TO OUT-START OUT-END OUT-PCT
           IF AT-START-DATE NUMERIC
               MOVE AT-START-DATE TO OUT-START
           END-IF
           IF AT-END-DATE NUMERIC
               MOVE AT-END-DATE   TO OUT-END
           END-IF
           IF AT-ALLOC-PCT NUMERIC
               MOVE AT-ALLOC-PCT  TO OUT-PCT
           END-IF
           MOVE WS-REASON     TO OUT-REASON
           IF TRAN-APPLIED
               MOVE 'APPLIED'  TO OUT-RESULT
               ADD 1 TO WS-TOT-APPLIED
           ELSE
               MOVE 'REJECTED' TO OUT-RESULT
               ADD 1 TO WS-TOT-REJECTED
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE.
      *****************************************************
      *  KEYED UPDATES - A FAILED I-O REJECTS THE           *
      *  TRANSACTION AND LEAVES THE TABLE AS IT WAS.        *
      *****************************************************
       3000-ADD-ASSIGNMENT-PARA.
           MOVE SPACES        TO ASSIGNMENT-RECORD
           MOVE AT-EMP-ID     TO ASG-EMP-ID
           MOVE AT-PROJECT    TO ASG-PROJECT
           MOVE AT-START-DATE TO ASG-START-DATE
           MOVE AT-END-DATE   TO ASG-END-DATE
           MOVE AT-ALLOC-PCT  TO ASG-ALLOC-PCT
           MOVE WS-TODAY-NUM  TO ASG-LAST-UPD-DATE
           WRITE ASSIGNMENT-RECORD
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MASTER WRITE FAILED' TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ASG-COUNT
                   MOVE 'N'           TO
                       TBL-ASG-DELETED(WS-ASG-COUNT)
                   MOVE AT-EMP-ID     TO
                       TBL-ASG-EMP-ID(WS-ASG-COUNT)
                   MOVE AT-PROJECT    TO
                       TBL-ASG-PROJECT(WS-ASG-COUNT)
                   MOVE AT-START-DATE TO
                       TBL-ASG-START(WS-ASG-COUNT)
                   MOVE AT-END-DATE   TO
                       TBL-ASG-END(WS-ASG-COUNT)
                   MOVE AT-ALLOC-PCT  TO
                       TBL-ASG-PCT(WS-ASG-COUNT)
                   MOVE 'A' TO WS-RESULT-CODE
           END-WRITE.
       3100-CHANGE-ASSIGNMENT-PARA.
           MOVE AT-EMP-ID     TO ASG-EMP-ID
           MOVE AT-PROJECT    TO ASG-PROJECT
           MOVE AT-START-DATE TO ASG-START-DATE
           READ ASSIGNMENT-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MASTER READ FAILED' TO WS-REASON
               NOT INVALID KEY
                   MOVE AT-END-DATE   TO ASG-END-DATE
                   MOVE AT-ALLOC-PCT  TO ASG-ALLOC-PCT
                   MOVE WS-TODAY-NUM  TO ASG-LAST-UPD-DATE
                   REWRITE ASSIGNMENT-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-REASON
                       NOT INVALID KEY
                           MOVE AT-END-DATE  TO
                               TBL-ASG-END(WS-MATCH-SUB)
                           MOVE AT-ALLOC-PCT TO
                               TBL-ASG-PCT(WS-MATCH-SUB)
                           MOVE 'A' TO WS-RESULT-CODE
                   END-REWRITE
           END-READ.
       3200-DELETE-ASSIGNMENT-PARA.
           MOVE AT-EMP-ID     TO ASG-EMP-ID
           MOVE AT-PROJECT    TO ASG-PROJECT
           MOVE AT-START-DATE TO ASG-START-DATE
           DELETE ASSIGNMENT-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MASTER DELETE FAILED' TO WS-REASON
               NOT INVALID KEY
                   MOVE 'D' TO TBL-ASG-DELETED(WS-MATCH-SUB)
                   MOVE 'A' TO WS-RESULT-CODE
           END-DELETE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ     TO OUT-TOT-READ
           MOVE WS-TOT-APPLIED  TO OUT-TOT-APPLIED
           MOVE WS-TOT-REJECTED TO OUT-TOT-REJECTED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           DISPLAY '** ASSIGNMENT MAINTENANCE SUMMARY **'
           DISPLAY 'TRANSACTIONS READ: ', WS-TOT-READ
           DISPLAY 'APPLIED          : ', WS-TOT-APPLIED
           DISPLAY 'REJECTED         : ', WS-TOT-REJECTED
           IF WS-TOT-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE TRAN-FILE
           END-IF
           IF ASSIGNMENTS-OPEN
               CLOSE ASSIGNMENT-MASTER
           END-IF
           IF EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF PROJECT-FILE-OPEN
               CLOSE PROJECT-MASTER
           END-IF
           CLOSE REPORT-FILE.
