      *  CONTROLS, EFFECTIVE DATE FROM MERITEFF=YYYYMMDD)   *
      *  FOR THE NORMAL STEP042 RELEASE - SALHIST AND       *
      *  EMPRETRO THEN HANDLE HISTORY AND BACKDATING FOR    *
      *  FREE.  AN EMPLOYEE WITH A DISCIPLINARY WARNING     *
      *  LIVE ON THE RUN DATE (DISCLKUP, DISCCASE.DAT) AT   *
      *  OR ABOVE LEVEL MERITDSC=N (DEFAULT 3, FINAL        *
      *  WRITTEN) IS EXCLUDED, OR WITH MERITDCP=NNNN HAS    *
      *  THE RAISE CAPPED AT THAT PERCENTAGE, AND THE       *
      *  WARNING PRINTS AS THE REASON.                      *
      *  AN EMPLOYEE WITH PAY COMPONENTS IN FORCE ON THE    *
      *  EFFECTIVE DATE (PAYSTRC.DAT, THROUGH PAYSTRLK) IS  *
      *  PRICED THE SAME WAY, BUT THE APPROVED RUN ADDS THE *
      *  RAISE TO ONE COMPONENT - MERITCMP=XXXX, DEFAULT    *
      *  BASC - AS A STRTRAN.DAT TRANSACTION APPENDED FOR   *
      *  PAYSMNT, WHICH RE-TOTALS EMP-EARN, INSTEAD OF A    *
      *  'C' THAT EMPMAINT WOULD REJECT.  THE COMPONENT     *
      *  PRINTS AGAINST THE PROPOSAL.                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT PAY-STRUCT-FILE ASSIGN TO 'PAYSTRC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PSC-KEY
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT STRUCT-TRAN-FILE ASSIGN TO 'STRTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT11.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       FD  PROBATION-MASTER.
       COPY PROBREC.
       FD  BUDGET-MASTER
           RECORD CONTAINS 49 CHARACTERS.
       COPY BUDGREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       FD  TRAN-OUT-FILE
           RECORD CONTAINS 102 CHARACTERS.
       COPY TRANREC.
       FD  PAY-STRUCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYSTRC.
       FD  STRUCT-TRAN-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  STRUCT-TRAN-RECORD.
           03  STR-EMP-ID          PIC X(05).
           03  STR-COMP            PIC X(04).
           03  STR-EFF-DATE        PIC 9(08).
           03  STR-AMOUNT          PIC 9(5)V99.
           03  STR-OPERATOR        PIC X(08).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-FILE-STAT11          PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-RAT-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-GRADES                 VALUE 'Y'.
       01  WS-BUD-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-BUDGETS                VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-SCAN                   VALUE 'Y'.
       01  WS-STRUCT-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  STRUCT-FILE-OPEN              VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
       01  WS-ENV-EFF-N REDEFINES WS-ENV-EFF
                                   PIC 9(08).
       01  WS-EFF-DATE             PIC 9(08) VALUE ZERO.
       01  WS-ENV-DSC              PIC X(01) VALUE SPACE.
       01  WS-ENV-DSC-N REDEFINES WS-ENV-DSC
                                   PIC 9(01).
       01  WS-ENV-DCP              PIC X(04) VALUE SPACES.
       01  WS-ENV-DCP-N REDEFINES WS-ENV-DCP
                                   PIC 9(2)V99.
       01  WS-ENV-CMP              PIC X(04) VALUE SPACES.
       01  WS-RAISE-COMP           PIC X(04) VALUE 'BASC'.
       01  WS-COMP-AMT             PIC 9(5)V99 VALUE ZERO.
       01  WS-DISC-LEVEL           PIC 9(01) VALUE 3.
       01  WS-DISC-CAP             PIC 9(2)V99 VALUE ZERO.
       01  WS-DISC-FLAG            PIC X(01) VALUE 'N'.
           88  DISC-EXCLUDED                 VALUE 'X'.
           88  DISC-CAPPED                   VALUE 'C'.
       COPY DSCREQ.
       COPY PSTRREQ.
       01  WS-RAT-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-RAT-TABLE.
           03  RAT-ENTRY           OCCURS 1000 TIMES.
           88  EMP-UNCONFIRMED               VALUE 'Y'.
       01  WS-TRAN-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-HASH-EARN            PIC 9(11)V99 VALUE ZERO.
       01  WS-STR-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-PROPOSED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-RATING    PIC 9(05) VALUE ZERO.
           03  WS-TOT-EXCLUDED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-DISC-EXCL    PIC 9(05) VALUE ZERO.
           03  WS-TOT-DISC-CAP     PIC 9(05) VALUE ZERO.
           03  WS-TOT-STRUCT       PIC 9(05) VALUE ZERO.
       01  WS-GRAND-COST           PIC 9(09)V99 VALUE ZERO.
       COPY BATCHCTL.
       01  HEADING-LINE1.
           03  FILLER              PIC X(11) VALUE 'OLD EARN'.
           03  FILLER              PIC X(11) VALUE 'NEW EARN'.
           03  FILLER              PIC X(11) VALUE 'COST'.
           03  FILLER              PIC X(04) VALUE 'COMP'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-NEW-EARN        PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-COST            PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-COMP            PIC X(04) VALUE SPACES.
       01  WARNING-LINE.
           03  OUT-WRN-EMP-ID      PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-WRN-DEPT        PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-WRN-ACTION      PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(21) VALUE
               '- LIVE WARNING LEVEL '.
           03  OUT-WRN-LEVEL       PIC 9(01) VALUE ZERO.
           03  FILLER              PIC X(06) VALUE ' CASE '.
           03  OUT-WRN-CASE        PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(09) VALUE ' EXPIRES '.
           03  OUT-WRN-EXPIRY      PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(05) VALUE SPACES.
       01  DEPT-HEADING            PIC X(80) VALUE
           'RAISE COST BY DEPARTMENT VS SALARY BUDGET'.
       01  DEPT-LINE.
           03  OUT-TOT-EXCLUDED    PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE '  TOTAL COST: '.
           03  OUT-GRAND-COST      PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(19) VALUE
               'WARNING EXCLUDED: '.
           03  OUT-TOT-DISC-EXCL   PIC ZZZZ9.
           03  FILLER              PIC X(18) VALUE
               '  WARNING CAPPED: '.
           03  OUT-TOT-DISC-CAP    PIC ZZZZ9.
           03  FILLER              PIC X(18) VALUE
               '  AT OR ABOVE LVL '.
           03  OUT-DISC-LEVEL      PIC 9(01).
           03  FILLER              PIC X(14) VALUE SPACES.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(19) VALUE
               'PAY STRUCTURE:    '.
           03  OUT-TOT-STRUCT      PIC ZZZZ9.
           03  FILLER              PIC X(18) VALUE
               '  RAISED ON COMP '.
           03  OUT-RAISE-COMP      PIC X(04).
           03  FILLER              PIC X(34) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           IF WS-ENV-EFF NUMERIC AND WS-ENV-EFF-N > ZERO
               MOVE WS-ENV-EFF-N TO WS-EFF-DATE
           END-IF
           ACCEPT WS-ENV-DSC FROM ENVIRONMENT 'MERITDSC'
           IF WS-ENV-DSC NUMERIC
               AND WS-ENV-DSC-N > ZERO AND WS-ENV-DSC-N < 4
               MOVE WS-ENV-DSC-N TO WS-DISC-LEVEL
           END-IF
           ACCEPT WS-ENV-DCP FROM ENVIRONMENT 'MERITDCP'
           IF WS-ENV-DCP NUMERIC
               MOVE WS-ENV-DCP-N TO WS-DISC-CAP
           END-IF
           ACCEPT WS-ENV-CMP FROM ENVIRONMENT 'MERITCMP'
           IF WS-ENV-CMP NOT = SPACES
               MOVE WS-ENV-CMP TO WS-RAISE-COMP
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF APPROVED-RUN
               MOVE 'APPROVED' TO OUT-HDR-MODE
           PERFORM 1400-LOAD-BUDGETS-PARA
           OPEN INPUT GRADE-ASSIGN-FILE
           OPEN INPUT PROBATION-MASTER
           OPEN INPUT PAY-STRUCT-FILE
           IF WS-FILE-STAT10 = '00'
               MOVE 'Y' TO WS-STRUCT-OPEN-FLAG
           END-IF
           IF APPROVED-RUN
               PERFORM 1700-OPEN-BATCH-PARA
           END-IF
           END-STRING
           MOVE WS-TODAY-NUM TO BH-BATCH-DATE
           MOVE 'EMPMERIT  '  TO BH-ORIGINATOR
           WRITE TRAN-RECORD FROM BATCH-HEADER-RECORD
           OPEN INPUT STRUCT-TRAN-FILE
           IF WS-FILE-STAT11 = '00'
               CLOSE STRUCT-TRAN-FILE
               OPEN EXTEND STRUCT-TRAN-FILE
           ELSE
               OPEN OUTPUT STRUCT-TRAN-FILE
           END-IF.
       1500-READ-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
               IF WS-RATING = ZERO
                   ADD 1 TO WS-TOT-NO-RATING
               ELSE
                   PERFORM 2350-CHECK-WARNING-PARA
                   IF DISC-EXCLUDED
                       ADD 1 TO WS-TOT-DISC-EXCL
                       PERFORM 2360-WRITE-WARNING-PARA
                   ELSE
                       PERFORM 2400-FIND-QUARTILE-PARA
                       PERFORM 2500-PRICE-RAISE-PARA
                   END-IF
               END-IF
           END-IF.
       2200-CHECK-PROBATION-PARA.
                   MOVE TBL-RAT-RATING(WS-SUB) TO WS-RATING
               END-IF
           END-PERFORM.
      *****************************************************
      *  A WARNING LIVE TODAY AT OR ABOVE MERITDSC (DEFAULT *
      *  3, FINAL WRITTEN) TAKES THE EMPLOYEE OUT OF THE    *
      *  REVIEW, OR WITH MERITDCP=NNNN HOLDS THE RAISE TO   *
      *  THAT PERCENTAGE (TWO DECIMALS).  THE REASON PRINTS *
      *  UNDER THE EMPLOYEE EITHER WAY.                     *
      *****************************************************
       2350-CHECK-WARNING-PARA.
           MOVE 'N'          TO WS-DISC-FLAG
           MOVE EMP-ID       TO DSQ-EMP-ID
           MOVE WS-TODAY-NUM TO DSQ-DATE
           CALL 'DISCLKUP' USING DISC-LOOKUP-REQUEST
           IF DSQ-LIVE-WARNING
               AND DSQ-WARN-LEVEL NOT < WS-DISC-LEVEL
               IF WS-DISC-CAP > ZERO
                   MOVE 'C' TO WS-DISC-FLAG
               ELSE
                   MOVE 'X' TO WS-DISC-FLAG
               END-IF
           END-IF.
       2360-WRITE-WARNING-PARA.
           MOVE EMP-ID          TO OUT-WRN-EMP-ID
           MOVE EMP-DEPT        TO OUT-WRN-DEPT
           IF DISC-EXCLUDED
               MOVE 'EXCLUDED' TO OUT-WRN-ACTION
           ELSE
               MOVE 'CAPPED'   TO OUT-WRN-ACTION
           END-IF
           MOVE DSQ-WARN-LEVEL  TO OUT-WRN-LEVEL
           MOVE DSQ-CASE-NO     TO OUT-WRN-CASE
           MOVE DSQ-EXPIRY-DATE TO OUT-WRN-EXPIRY
           WRITE REPORT-RECORD FROM WARNING-LINE.
       2400-FIND-QUARTILE-PARA.
           MOVE 2 TO WS-QUARTILE
           MOVE ZERO TO WS-COMPA
                   MOVE TBL-MTX-PCT(WS-SUB) TO WS-PCT
               END-IF
           END-PERFORM
           IF DISC-CAPPED
               IF WS-PCT > WS-DISC-CAP
                   MOVE WS-DISC-CAP TO WS-PCT
               ELSE
                   MOVE 'N' TO WS-DISC-FLAG
               END-IF
           END-IF
           IF WS-PCT = ZERO
               CONTINUE
           ELSE
               COMPUTE WS-NEW-EARN ROUNDED =
                   EMP-EARN + (EMP-EARN * WS-PCT / 100)
               COMPUTE WS-RAISE-COST = WS-NEW-EARN - EMP-EARN
               PERFORM 2550-CHECK-STRUCTURE-PARA
               ADD 1 TO WS-TOT-PROPOSED
               ADD WS-RAISE-COST TO WS-GRAND-COST
               MOVE EMP-DEPT TO OUT-DEP-CODE
               MOVE WS-NEW-EARN TO OUT-NEW-EARN
               MOVE WS-RAISE-COST TO OUT-COST
               WRITE REPORT-RECORD FROM DETAIL-LINE
               IF DISC-CAPPED
                   ADD 1 TO WS-TOT-DISC-CAP
                   PERFORM 2360-WRITE-WARNING-PARA
               END-IF
               IF APPROVED-RUN
                   IF PSQ-STRUCTURED
                       PERFORM 2650-WRITE-STRUCT-PARA
                   ELSE
                       PERFORM 2600-WRITE-TRAN-PARA
                   END-IF
               END-IF
           END-IF.
      *****************************************************
      *  A STRUCTURED EMPLOYEE'S RAISE GOES ON THE MERITCMP *
      *  COMPONENT, ON TOP OF WHAT THAT COMPONENT STANDS AT *
      *  ON THE EFFECTIVE DATE (ZERO IF IT IS NOT IN        *
      *  FORCE).                                            *
      *****************************************************
       2550-CHECK-STRUCTURE-PARA.
           MOVE SPACES      TO OUT-COMP
           MOVE EMP-ID      TO PSQ-EMP-ID
           MOVE WS-EFF-DATE TO PSQ-DATE
           CALL 'PAYSTRLK' USING PAY-STRUCT-REQUEST
           IF PSQ-STRUCTURED
               ADD 1 TO WS-TOT-STRUCT
               MOVE WS-RAISE-COMP TO OUT-COMP
               PERFORM 2560-FIND-COMP-AMOUNT-PARA
           END-IF.
       2560-FIND-COMP-AMOUNT-PARA.
           MOVE ZERO TO WS-COMP-AMT
           IF STRUCT-FILE-OPEN
               MOVE 'N'           TO WS-SCAN-EOF-FLAG
               MOVE EMP-ID        TO PSC-EMP-ID
               MOVE WS-RAISE-COMP TO PSC-COMP
               MOVE ZERO          TO PSC-EFF-DATE
               START PAY-STRUCT-FILE KEY NOT < PSC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM 2570-READ-COMP-PARA UNTIL END-OF-SCAN
           END-IF.
       2570-READ-COMP-PARA.
           READ PAY-STRUCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF PSC-EMP-ID NOT = EMP-ID
                       OR PSC-COMP NOT = WS-RAISE-COMP
                       OR PSC-EFF-DATE > WS-EFF-DATE
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       MOVE PSC-AMOUNT TO WS-COMP-AMT
                   END-IF
           END-READ.
       2600-WRITE-TRAN-PARA.
           MOVE SPACES        TO TRAN-RECORD
           MOVE 'C'           TO TRAN-CODE
           WRITE TRAN-RECORD
           ADD 1 TO WS-TRAN-COUNT
           ADD TRAN-EMP-EARN TO WS-HASH-EARN.
       2650-WRITE-STRUCT-PARA.
           MOVE EMP-ID        TO STR-EMP-ID
           MOVE WS-RAISE-COMP TO STR-COMP
           MOVE WS-EFF-DATE   TO STR-EFF-DATE
           COMPUTE STR-AMOUNT = WS-COMP-AMT + WS-RAISE-COST
           MOVE 'EMPMERIT'    TO STR-OPERATOR
           WRITE STRUCT-TRAN-RECORD
           ADD 1 TO WS-STR-COUNT.
       4000-DEPT-TOTALS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-EXCLUDED  TO OUT-TOT-EXCLUDED
           MOVE WS-GRAND-COST    TO OUT-GRAND-COST
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           MOVE WS-TOT-DISC-EXCL TO OUT-TOT-DISC-EXCL
           MOVE WS-TOT-DISC-CAP  TO OUT-TOT-DISC-CAP
           MOVE WS-DISC-LEVEL    TO OUT-DISC-LEVEL
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           MOVE WS-TOT-STRUCT    TO OUT-TOT-STRUCT
           MOVE WS-RAISE-COMP    TO OUT-RAISE-COMP
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           IF APPROVED-RUN
               MOVE SPACES        TO BATCH-TRAILER-RECORD
               MOVE 'T'           TO BT-REC-CODE
               CLOSE TRAN-OUT-FILE
               DISPLAY 'MERIT BATCH OUT - ' WS-TRAN-COUNT
                   ' TRANSACTIONS, HASH ' WS-HASH-EARN
               CLOSE STRUCT-TRAN-FILE
               DISPLAY 'PAY STRUCTURE RAISES TO STRTRAN - '
                   WS-STR-COUNT
           END-IF
           DISPLAY '** MERIT REVIEW SUMMARY **'
           DISPLAY 'PROPOSALS PRICED : ', WS-TOT-PROPOSED
           DISPLAY 'NO RATING        : ', WS-TOT-NO-RATING
           DISPLAY 'ON PROBATION     : ', WS-TOT-EXCLUDED
           DISPLAY 'WARNING EXCLUDED : ', WS-TOT-DISC-EXCL
           DISPLAY 'WARNING CAPPED   : ', WS-TOT-DISC-CAP
           DISPLAY 'PAY STRUCTURE    : ', WS-TOT-STRUCT
           DISPLAY 'TOTAL RAISE COST : ', WS-GRAND-COST
           IF WS-FILE-STAT1 = '00'
               CLOSE EMPLOYEE-MASTER
           IF WS-FILE-STAT6 = '00'
               CLOSE PROBATION-MASTER
           END-IF
           IF STRUCT-FILE-OPEN
               CLOSE PAY-STRUCT-FILE
           END-IF
           CLOSE REPORT-FILE.
