       FD  CHECKPOINT-FILE.
       COPY CKPTREC.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RPTPARM.
       FD  CSV-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CSV-RECORD              PIC X(80).
           03  FILLER              PIC X(40) VALUE SPACES.
           03  FILLER              PIC X(06) VALUE 'PAGE:'.
           03  OUT-PAGE            PIC Z9 VALUE ZERO.
       01  HEADING-LINE3           PIC X(80) VALUE SPACES.
       01  HEADING-LINE4.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(16) VALUE 'EMP NAME'.
           03  OUT-EMP-BRANCH      PIC X(03) VALUE SPACES.
       01  TOTAL-LINE.
           03  OUT-DESC            PIC X(27) VALUE SPACES.
           03  OUT-TOT-EMP-X.
               05  OUT-TOT-EMP     PIC ZZ9 VALUE ZERO.
           03  FILLER              PIC X(12) VALUE SPACES.
           03  OUT-TOT-EARN        PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  LINE-COUNT          PIC 9(02) VALUE 10.
           03  WS-TOT-DETAIL-RECS  PIC 9(07) VALUE ZERO.
           03  EMP-SAL             PIC 9(05)V99 VALUE ZERO.
           03  INNER-MINMAX.
               05  INNER-MIN-SAL   PIC 9(06)V99 VALUE ZERO.
               05  INNER-MIN-ID    PIC X(05) VALUE SPACES.
               05  INNER-MAX-SAL   PIC 9(06)V99 VALUE ZERO.
               05  INNER-MAX-ID    PIC X(05) VALUE SPACES.
           03  RUN-TOTALS.
               05  RUN-LOC         PIC X(03) VALUE SPACES.
               05  RUN-TOT-EMP     PIC 9(03) VALUE ZERO.
               05  RUN-TOT-EARN    PIC 9(06)V99 VALUE ZERO.
               05  RUN-TOT-DEDN    PIC 9(06)V99 VALUE ZERO.
               05  RUN-TOT-SAL     PIC 9(06)V99 VALUE ZERO.
           03  COMP-TOTALS.
               05  COMP-TOT-EMP    PIC 9(03) VALUE ZERO.
               05  COMP-TOT-EARN   PIC 9(06)V99 VALUE ZERO.
               05  COMP-TOT-DEDN   PIC 9(06)V99 VALUE ZERO.
               05  COMP-TOT-SAL    PIC 9(06)V99 VALUE ZERO.
      *****************************************************
      *  BREAK LEVELS, OUTERMOST FIRST, AS BRKKEYLK ACCEPTED *
      *  THEM OFF THE RPTPARM.DAT CARD (LC/TC WHEN THE CARD *
      *  NAMES NONE).  EACH LEVEL CARRIES ITS HEADING LABEL, *
      *  TOTAL-LINE TEXT, PAGE SWITCH, THE VALUE OF THE      *
      *  GROUP BEING PRINTED AND THAT GROUP'S TOTALS.  THE   *
      *  INNERMOST LEVEL ALSO GETS THE MIN/MAX EARNER LINE.  *
      *****************************************************
       COPY BRKKREQ.
       01  BRK-FIELD-VALUES.
           03  FILLER              PIC X(44) VALUE
               'LCLOC:    53LOC TOTALS          LOCATION    '.
           03  FILLER              PIC X(44) VALUE
               'RGREGION: 84REGION TOTALS       REGION      '.
           03  FILLER              PIC X(44) VALUE
               'DPDEPT:   64DEPT TOTALS         DEPARTMENT  '.
           03  FILLER              PIC X(44) VALUE
               'TCTECH:   65TECH TOTALS         TECHNOLOGY  '.
           03  FILLER              PIC X(44) VALUE
               'GRGRADE:  73GRADE TOTALS        GRADE       '.
           03  FILLER              PIC X(44) VALUE
               'CCCC:     46COST CENTER TOTALS  COST CENTER '.
       01  BRK-FIELD-TABLE REDEFINES BRK-FIELD-VALUES.
           03  BFD-ENTRY           OCCURS 6 TIMES
                   INDEXED BY BFD-IDX.
               05  BFD-CODE        PIC X(02).
               05  BFD-LABEL       PIC X(08).
               05  BFD-LABEL-LEN   PIC 9(01).
               05  BFD-VALUE-LEN   PIC 9(01).
               05  BFD-DESC        PIC X(20).
               05  BFD-NAME        PIC X(12).
       01  WS-LEVEL-COUNT          PIC 9(01) VALUE ZERO.
       01  WS-LVL                  PIC 9(01) VALUE ZERO.
       01  WS-OUTER-LVL            PIC 9(01) VALUE ZERO.
       01  WS-BREAK-LVL            PIC 9(01) VALUE ZERO.
       01  WS-HDG-PTR              PIC 9(03) VALUE 1.
       01  WS-NEW-PAGE-FLAG        PIC X(01) VALUE 'N'.
           88  NEW-PAGE-DUE                  VALUE 'Y'.
       01  WS-RESET-PAGE-FLAG      PIC X(01) VALUE 'N'.
           88  PAGE-RESET-DUE                VALUE 'Y'.
       01  WS-FINAL-FLAG           PIC X(01) VALUE 'N'.
           88  FINAL-TOTALS                  VALUE 'Y'.
       01  WS-TOT-SWITCHES.
           03  WS-TOT-HEADS-SW     PIC X(01) VALUE 'Y'.
               88  PRINT-HEADS               VALUE 'Y'.
           03  WS-TOT-EARN-SW      PIC X(01) VALUE 'Y'.
               88  PRINT-EARN                VALUE 'Y'.
           03  WS-TOT-DEDN-SW      PIC X(01) VALUE 'Y'.
               88  PRINT-DEDN                VALUE 'Y'.
           03  WS-TOT-SAL-SW       PIC X(01) VALUE 'Y'.
               88  PRINT-SAL                 VALUE 'Y'.
       01  WS-LEVEL-TABLE.
           03  LVL-ENTRY           OCCURS 4 TIMES.
               05  LVL-FIELD       PIC X(02).
               05  LVL-PAGE-MODE   PIC X(01).
                   88  LVL-PAGE-RESTART          VALUE 'R'.
                   88  LVL-PAGE-THROW            VALUE 'P' 'R'.
               05  LVL-LABEL       PIC X(08).
               05  LVL-LABEL-LEN   PIC 9(01).
               05  LVL-VALUE-LEN   PIC 9(01).
               05  LVL-DESC        PIC X(20).
               05  LVL-NAME        PIC X(12).
               05  LVL-PREV-VALUE  PIC X(06).
               05  LVL-TOTALS.
                   07  LVL-TOT-EMP     PIC 9(03).
                   07  LVL-TOT-EARN    PIC 9(06)V99.
                   07  LVL-TOT-DEDN    PIC 9(06)V99.
                   07  LVL-TOT-SAL     PIC 9(06)V99.
       01  WS-SEQ-CHECK-COUNT      PIC 9(03) VALUE ZERO.
       01  WS-SEQ-CHECK-TABLE.
           03  SEQ-CHECK-ENTRY     OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SEQ-CHECK-COUNT
                   INDEXED BY SEQ-IDX.
               05  SEQ-SEEN-VALUE  PIC X(06).
       01  WS-TOT-SEQ-ERRORS       PIC 9(03) VALUE ZERO.
       01  WS-CURR-FILE-STAT       PIC X(02).
       01  WS-CURR-EOF-FLAG        PIC X(01) VALUE 'N'.
       1000-INITIALIZATION-PARA.
           PERFORM 0500-RESOLVE-FILES-PARA
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1060-READ-PARM-PARA
           PERFORM 1050-CHECK-RESTART-PARA.
           PERFORM 1055-OPEN-BRANCH-LIST-PARA.
           OPEN INPUT EMPLOYEE-FILE
               OPEN OUTPUT LEAVERS-FILE
               WRITE LEAVERS-RECORD FROM LEAVERS-HEADING
           END-IF
           PERFORM 1070-CHECK-CSV-MODE-PARA
           PERFORM 1080-LOAD-CURRENCY-PARA
           PERFORM 9100-ACCEPT-DATE-TIME.
           PERFORM 1500-READ-EMPLOYEE.
           IF NOT RESTART-RUN
               PERFORM 1090-FIRST-GROUP-PARA
                   VARYING WS-LVL FROM 1 BY 1
                   UNTIL WS-LVL > WS-LEVEL-COUNT
           END-IF.
       1090-FIRST-GROUP-PARA.
           MOVE BKQ-VALUE(WS-LVL) TO LVL-PREV-VALUE(WS-LVL).
       1050-CHECK-RESTART-PARA.
           MOVE 'N' TO WS-RESTART-FLAG
           OPEN INPUT CHECKPOINT-FILE
                       CONTINUE
               END-READ
               CLOSE CHECKPOINT-FILE
               IF CKPT-INCOMPLETE
                   AND CKPT-BRK-FIELDS NOT = BKQ-FIELDS
                   DISPLAY 'CHECKPOINT TAKEN UNDER BREAK LEVELS '
                       CKPT-BRK-FIELDS ' - CARD NOW ASKS FOR '
                       BKQ-FIELDS ' - RUN STARTS OVER'
                   MOVE 'C' TO CKPT-STATUS
               END-IF
               IF CKPT-INCOMPLETE
                   MOVE 'Y'            TO WS-RESTART-FLAG
                   MOVE CKPT-RECS-DONE TO WS-SKIP-CTR
                   MOVE CKPT-TOT-DETAIL TO WS-TOT-DETAIL-RECS
                   MOVE CKPT-PAGE-COUNT TO PAGE-COUNT
                   PERFORM 1052-RESTORE-LEVEL-PARA
                       VARYING WS-LVL FROM 1 BY 1
                       UNTIL WS-LVL > 4
                   MOVE CKPT-MIN-SAL   TO INNER-MIN-SAL
                   MOVE CKPT-MIN-ID    TO INNER-MIN-ID
                   MOVE CKPT-MAX-SAL   TO INNER-MAX-SAL
                   MOVE CKPT-MAX-ID    TO INNER-MAX-ID
                   MOVE CKPT-RUN-LOC   TO RUN-LOC
                   MOVE CKPT-RUN-EMP   TO RUN-TOT-EMP
                   MOVE CKPT-RUN-EARN  TO RUN-TOT-EARN
                   MOVE CKPT-RUN-DEDN  TO RUN-TOT-DEDN
                   MOVE CKPT-RUN-SAL   TO RUN-TOT-SAL
                   MOVE CKPT-COMP-EMP  TO COMP-TOT-EMP
                   MOVE CKPT-COMP-EARN TO COMP-TOT-EARN
                   MOVE CKPT-COMP-DEDN TO COMP-TOT-DEDN
                   MOVE CKPT-CORP-SAL  TO CORP-TOT-SAL
               END-IF
           END-IF.
       1052-RESTORE-LEVEL-PARA.
           MOVE CKPT-LVL-VALUE(WS-LVL) TO LVL-PREV-VALUE(WS-LVL)
           MOVE CKPT-LVL-EMP(WS-LVL)   TO LVL-TOT-EMP(WS-LVL)
           MOVE CKPT-LVL-EARN(WS-LVL)  TO LVL-TOT-EARN(WS-LVL)
           MOVE CKPT-LVL-DEDN(WS-LVL)  TO LVL-TOT-DEDN(WS-LVL)
           MOVE CKPT-LVL-SAL(WS-LVL)   TO LVL-TOT-SAL(WS-LVL).
       1055-OPEN-BRANCH-LIST-PARA.
           OPEN INPUT BRANCH-LIST-FILE
           IF WS-FILE-STAT8 = '00'
           END-READ.
       1060-READ-PARM-PARA.
           MOVE WS-RPT-TITLE TO OUT-TITLE
           MOVE SPACES TO BKQ-FIELDS
           INITIALIZE WS-LEVEL-TABLE
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT5 = '00'
               READ PARM-FILE
                       IF PARM-CURR-FLAG = 'Y'
                           MOVE 'Y' TO WS-CURR-FLAG
                       END-IF
                       PERFORM 1062-TAKE-CARD-LEVEL-PARA
                           VARYING WS-LVL FROM 1 BY 1
                           UNTIL WS-LVL > 4
                       IF PARM-TOT-HEADS = 'N'
                           MOVE 'N' TO WS-TOT-HEADS-SW
                       END-IF
                       IF PARM-TOT-EARN = 'N'
                           MOVE 'N' TO WS-TOT-EARN-SW
                       END-IF
                       IF PARM-TOT-DEDN = 'N'
                           MOVE 'N' TO WS-TOT-DEDN-SW
                       END-IF
                       IF PARM-TOT-SAL = 'N'
                           MOVE 'N' TO WS-TOT-SAL-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'RPTPARM.DAT NOT AVAILABLE - USING DEFAULTS'
           END-IF
           PERFORM 1065-SETUP-LEVELS-PARA.
       1062-TAKE-CARD-LEVEL-PARA.
           MOVE PARM-BRK-FIELD(WS-LVL) TO BKQ-FIELD(WS-LVL)
           MOVE PARM-BRK-PAGE(WS-LVL)  TO LVL-PAGE-MODE(WS-LVL).
      *****************************************************
      *  BRKKEYLK CHECKS THE LEVELS THE CARD ASKED FOR.  A  *
      *  CARD WITH NO LEVELS, OR ONE IT THROWS OUT, GIVES   *
      *  THE STANDARD LOCATION/TECHNOLOGY REPORT WITH THE   *
      *  STANDARD PAGING - SORTPRG1 AND SORTPRG2 MAKE THE   *
      *  SAME DECISION FROM THE SAME CARD.                  *
      *****************************************************
       1065-SETUP-LEVELS-PARA.
           MOVE 'S' TO BKQ-FUNCTION
           CALL 'BRKKEYLK' USING BRK-KEY-REQUEST
           IF BKQ-CARD-REJECTED
               DISPLAY 'RPTPARM.DAT BREAK LEVELS NOT VALID - '
                   'LOCATION/TECHNOLOGY REPORT PRODUCED'
           END-IF
           IF NOT BKQ-OK
               INITIALIZE WS-LEVEL-TABLE
           END-IF
           MOVE BKQ-LEVEL-COUNT TO WS-LEVEL-COUNT
           PERFORM 1066-LEVEL-ATTRIBUTES-PARA
               VARYING WS-LVL FROM 1 BY 1
               UNTIL WS-LVL > WS-LEVEL-COUNT
           DISPLAY 'CONTROL BREAK LEVELS: ' BKQ-FIELDS
           MOVE 'K' TO BKQ-FUNCTION.
       1066-LEVEL-ATTRIBUTES-PARA.
           MOVE BKQ-FIELD(WS-LVL) TO LVL-FIELD(WS-LVL)
           SET BFD-IDX TO 1
           SEARCH BFD-ENTRY
               AT END
                   CONTINUE
               WHEN BFD-CODE(BFD-IDX) = LVL-FIELD(WS-LVL)
                   MOVE BFD-LABEL(BFD-IDX)     TO LVL-LABEL(WS-LVL)
                   MOVE BFD-LABEL-LEN(BFD-IDX) TO LVL-LABEL-LEN(WS-LVL)
                   MOVE BFD-VALUE-LEN(BFD-IDX) TO LVL-VALUE-LEN(WS-LVL)
                   MOVE BFD-DESC(BFD-IDX)      TO LVL-DESC(WS-LVL)
                   MOVE BFD-NAME(BFD-IDX)      TO LVL-NAME(WS-LVL)
           END-SEARCH
           IF LVL-PAGE-MODE(WS-LVL) NOT = 'P'
               AND LVL-PAGE-MODE(WS-LVL) NOT = 'R'
               AND LVL-PAGE-MODE(WS-LVL) NOT = 'N'
               IF WS-LVL = 1
                   MOVE 'R' TO LVL-PAGE-MODE(WS-LVL)
               ELSE
                   MOVE 'P' TO LVL-PAGE-MODE(WS-LVL)
               END-IF
           END-IF.
       1070-CHECK-CSV-MODE-PARA.
           ACCEPT WS-ENV-CSV FROM ENVIRONMENT 'CTRLBRK1-CSV'
                   END-IF
           END-READ.
       2000-PROCESS-PARA.
           MOVE ZERO TO WS-BREAK-LVL
           PERFORM 2050-FIND-BREAK-PARA
               VARYING WS-LVL FROM 1 BY 1
               UNTIL WS-LVL > WS-LEVEL-COUNT OR WS-BREAK-LVL > ZERO
           IF WS-BREAK-LVL > ZERO
               PERFORM 3000-LEVEL-BREAK-PARA
           END-IF
           PERFORM 2500-PROCESS-EMPLOYEE
           PERFORM 1500-READ-EMPLOYEE.
      *****************************************************
      *  THE OUTERMOST LEVEL WHOSE VALUE HAS CHANGED DECIDES *
      *  HOW FAR THE BREAK GOES - EVERY LEVEL INSIDE IT      *
      *  CLOSES WITH IT.                                     *
      *****************************************************
       2050-FIND-BREAK-PARA.
           IF BKQ-VALUE(WS-LVL) NOT = LVL-PREV-VALUE(WS-LVL)
               MOVE WS-LVL TO WS-BREAK-LVL
           END-IF.
       1500-READ-EMPLOYEE.
           PERFORM 1550-READ-ONE-PARA
           PERFORM 1560-SKIP-TERMINATED-PARA
               UNTIL END-OF-FILE OR EMP-ACTIVE
           IF NOT END-OF-FILE
               MOVE EMPLOYEE-RECORD TO BKQ-EMP-RECORD
               CALL 'BRKKEYLK' USING BRK-KEY-REQUEST
           END-IF.
       1550-READ-ONE-PARA.
           READ EMPLOYEE-FILE
               AT END
       2200-HEADING-PARA.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO OUT-PAGE
           IF NOT FINAL-TOTALS
               PERFORM 2250-BUILD-HEADING3-PARA
           END-IF
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE HISTORY-RECORD FROM REPORT-RECORD
           WRITE REPORT-RECORD FROM HEADING-LINE2
           WRITE REPORT-RECORD FROM HEADING-LINE4
           WRITE HISTORY-RECORD FROM REPORT-RECORD
           MOVE ZERO TO LINE-COUNT.
       2250-BUILD-HEADING3-PARA.
           MOVE SPACES TO HEADING-LINE3
           MOVE 1      TO WS-HDG-PTR
           PERFORM 2260-HEADING-LEVEL-PARA
               VARYING WS-LVL FROM 1 BY 1
               UNTIL WS-LVL > WS-LEVEL-COUNT.
       2260-HEADING-LEVEL-PARA.
           STRING LVL-LABEL(WS-LVL)(1:LVL-LABEL-LEN(WS-LVL))
                                               DELIMITED BY SIZE
                  LVL-PREV-VALUE(WS-LVL)(1:LVL-VALUE-LEN(WS-LVL))
                                               DELIMITED BY SIZE
               INTO HEADING-LINE3
               WITH POINTER WS-HDG-PTR
           END-STRING
           ADD 5 TO WS-HDG-PTR.
       2500-PROCESS-EMPLOYEE.
           PERFORM 2600-MOVE-PARA
           PERFORM 2700-BUILD-TOTALS.
               MOVE WS-MONEY-PLAIN-D TO WS-FMT-DETAIL-OUT
           END-IF.
       2700-BUILD-TOTALS.
           IF LVL-TOT-EMP(WS-LEVEL-COUNT) = ZERO
               MOVE EMP-SAL TO INNER-MIN-SAL, INNER-MAX-SAL
               MOVE EMP-ID  TO INNER-MIN-ID,  INNER-MAX-ID
           ELSE
               IF EMP-SAL < INNER-MIN-SAL
                   MOVE EMP-SAL TO INNER-MIN-SAL
                   MOVE EMP-ID  TO INNER-MIN-ID
               END-IF
               IF EMP-SAL > INNER-MAX-SAL
                   MOVE EMP-SAL TO INNER-MAX-SAL
                   MOVE EMP-ID  TO INNER-MAX-ID
               END-IF
           END-IF
           ADD EMP-EARN    TO LVL-TOT-EARN(WS-LEVEL-COUNT)
           ADD EMP-DEDN    TO LVL-TOT-DEDN(WS-LEVEL-COUNT)
           ADD EMP-SAL     TO LVL-TOT-SAL(WS-LEVEL-COUNT)
           ADD 1           TO LVL-TOT-EMP(WS-LEVEL-COUNT)
           IF CORP-CCY-ACTIVE
               PERFORM 2750-ADD-TO-LOC-RUN-PARA
           END-IF.
      *****************************************************
      *  COMPANY TOTALS ARE RESTATED IN THE CORPORATE        *
      *  CURRENCY ONE LOCATION AT A TIME, WHETHER OR NOT     *
      *  LOCATION IS ONE OF THE BREAK LEVELS - EACH RUN OF   *
      *  RECORDS FOR THE SAME EMP-LOC IS CONVERTED AT THAT   *
      *  LOCATION'S REGION RATE WHEN THE LOCATION CHANGES.   *
      *****************************************************
       2750-ADD-TO-LOC-RUN-PARA.
           IF EMP-LOC NOT = RUN-LOC AND RUN-TOT-EMP > ZERO
               PERFORM 4250-ADD-TO-CORP-PARA
           END-IF
           MOVE EMP-LOC    TO RUN-LOC
           ADD EMP-EARN    TO RUN-TOT-EARN
           ADD EMP-DEDN    TO RUN-TOT-DEDN
           ADD EMP-SAL     TO RUN-TOT-SAL
           ADD 1           TO RUN-TOT-EMP.
       2650-WRITE-CSV-PARA.
           MOVE EMP-EARN TO CSV-EDIT-EARN
           MOVE EMP-DEDN TO CSV-EDIT-DEDN
               INTO WS-CSV-LINE
           END-STRING
           WRITE CSV-RECORD FROM WS-CSV-LINE.
      *****************************************************
      *  CLOSE EVERY LEVEL FROM THE INNERMOST OUT TO THE ONE *
      *  THAT BROKE.  THE NEW GROUP STARTS ON A NEW PAGE IF  *
      *  ANY LEVEL CLOSED IS SET TO P OR R, AND THE PAGE     *
      *  NUMBER STARTS AGAIN IF ANY IS SET TO R.             *
      *****************************************************
       3000-LEVEL-BREAK-PARA.
           MOVE 'N' TO WS-NEW-PAGE-FLAG WS-RESET-PAGE-FLAG
           PERFORM 3100-CLOSE-LEVEL-PARA
               VARYING WS-LVL FROM WS-LEVEL-COUNT BY -1
               UNTIL WS-LVL < WS-BREAK-LVL
           IF PAGE-RESET-DUE
               MOVE ZERO TO PAGE-COUNT
           END-IF
           IF NEW-PAGE-DUE
               COMPUTE LINE-COUNT = WS-MAX-LINES + 1
           END-IF.
       3100-CLOSE-LEVEL-PARA.
           IF WS-LVL = 1 AND NOT FINAL-TOTALS
               PERFORM 4300-CHECK-SEQUENCE-PARA
           END-IF
           PERFORM 3200-MOVE-LEVEL-TOTALS-PARA
           WRITE REPORT-RECORD FROM TOTAL-LINE
           WRITE HISTORY-RECORD FROM REPORT-RECORD
           IF WS-LVL = WS-LEVEL-COUNT
               IF PRINT-SAL
                   PERFORM 3300-MOVE-MINMAX-PARA
                   WRITE REPORT-RECORD FROM TECH-MINMAX-LINE
                   WRITE HISTORY-RECORD FROM REPORT-RECORD
               END-IF
               INITIALIZE INNER-MINMAX
           END-IF
           IF WS-LVL > 1
               COMPUTE WS-OUTER-LVL = WS-LVL - 1
               ADD LVL-TOT-EARN(WS-LVL) TO LVL-TOT-EARN(WS-OUTER-LVL)
               ADD LVL-TOT-DEDN(WS-LVL) TO LVL-TOT-DEDN(WS-OUTER-LVL)
               ADD LVL-TOT-SAL(WS-LVL)  TO LVL-TOT-SAL(WS-OUTER-LVL)
               ADD LVL-TOT-EMP(WS-LVL)  TO LVL-TOT-EMP(WS-OUTER-LVL)
           ELSE
               PERFORM 4200-ADD-TO-COMP
               PERFORM 4400-REMEMBER-SEQ-PARA
           END-IF
           IF LVL-PAGE-THROW(WS-LVL)
               MOVE 'Y' TO WS-NEW-PAGE-FLAG
           END-IF
           IF LVL-PAGE-RESTART(WS-LVL)
               MOVE 'Y' TO WS-RESET-PAGE-FLAG
           END-IF
           INITIALIZE LVL-TOTALS(WS-LVL)
           MOVE BKQ-VALUE(WS-LVL) TO LVL-PREV-VALUE(WS-LVL).
       3200-MOVE-LEVEL-TOTALS-PARA.
           MOVE LVL-TOT-EMP(WS-LVL)  TO OUT-TOT-EMP
           MOVE LVL-TOT-EARN(WS-LVL) TO WS-FMT-AMOUNT-IN
           PERFORM 9210-FORMAT-TOTAL-MONEY-PARA
           MOVE WS-FMT-TOTAL-OUT TO OUT-TOT-EARN
           MOVE LVL-TOT-DEDN(WS-LVL) TO WS-FMT-AMOUNT-IN
           PERFORM 9210-FORMAT-TOTAL-MONEY-PARA
           MOVE WS-FMT-TOTAL-OUT TO OUT-TOT-DEDN
           MOVE LVL-TOT-SAL(WS-LVL)  TO WS-FMT-AMOUNT-IN
           PERFORM 9210-FORMAT-TOTAL-MONEY-PARA
           MOVE WS-FMT-TOTAL-OUT TO OUT-TOT-SAL
           MOVE LVL-DESC(WS-LVL)  TO OUT-DESC
           PERFORM 3250-SUPPRESS-COLUMNS-PARA.
      *****************************************************
      *  COLUMNS THE CARD TURNED OFF (PARM-TOTALS) ARE       *
      *  BLANKED ON EVERY TOTAL LINE.  THE '99' TRAILER      *
      *  EMPRECON READS ALWAYS CARRIES THE FULL FIGURES.     *
      *****************************************************
       3250-SUPPRESS-COLUMNS-PARA.
           IF NOT PRINT-HEADS
               MOVE SPACES TO OUT-TOT-EMP-X
           END-IF
           IF NOT PRINT-EARN
               MOVE SPACES TO OUT-TOT-EARN
           END-IF
           IF NOT PRINT-DEDN
               MOVE SPACES TO OUT-TOT-DEDN
           END-IF
           IF NOT PRINT-SAL
               MOVE SPACES TO OUT-TOT-SAL
           END-IF.
       3300-MOVE-MINMAX-PARA.
           MOVE INNER-MIN-ID     TO MM-MIN-ID
           MOVE INNER-MIN-SAL    TO WS-FMT-AMOUNT-IN
           PERFORM 9210-FORMAT-TOTAL-MONEY-PARA
           MOVE WS-FMT-TOTAL-OUT TO MM-MIN-SAL
           MOVE INNER-MAX-ID     TO MM-MAX-ID
           MOVE INNER-MAX-SAL    TO WS-FMT-AMOUNT-IN
           PERFORM 9210-FORMAT-TOTAL-MONEY-PARA
           MOVE WS-FMT-TOTAL-OUT TO MM-MAX-SAL.
      *****************************************************
      *  THE OUTERMOST LEVEL'S VALUES MUST NOT COME ROUND    *
      *  AGAIN - IF ONE DOES, THE INPUT WAS NOT SORTED TO    *
      *  THE CARD AND ITS TOTALS ARE SPLIT.                  *
      *****************************************************
       4300-CHECK-SEQUENCE-PARA.
           IF WS-SEQ-CHECK-COUNT > ZERO
               SET SEQ-IDX TO 1
               SEARCH SEQ-CHECK-ENTRY
                   AT END
                       CONTINUE
                   WHEN BKQ-VALUE(1) = SEQ-SEEN-VALUE(SEQ-IDX)
                       ADD 1 TO WS-TOT-SEQ-ERRORS
                       MOVE SPACES TO SEQ-ERROR-LINE
                       STRING 'WARNING - '  DELIMITED BY SIZE
                              LVL-NAME(1)   DELIMITED BY '  '
                              ' '           DELIMITED BY SIZE
                              BKQ-VALUE(1)  DELIMITED BY SPACE
                              ' OUT OF SEQUENCE - INPUT NOT SORTED'
                                            DELIMITED BY SIZE
                           INTO SEQ-ERROR-LINE
                       END-STRING
                       WRITE REPORT-RECORD FROM SEQ-ERROR-LINE
                       WRITE HISTORY-RECORD FROM REPORT-RECORD
                       DISPLAY SEQ-ERROR-LINE
               END-SEARCH
           END-IF.
       4400-REMEMBER-SEQ-PARA.
           IF WS-SEQ-CHECK-COUNT < 100
               ADD 1 TO WS-SEQ-CHECK-COUNT
               MOVE LVL-PREV-VALUE(1)
                   TO SEQ-SEEN-VALUE(WS-SEQ-CHECK-COUNT)
           ELSE
               DISPLAY 'WARNING - SEQUENCE CHECK TABLE '
                   'FULL AT 100 ENTRIES - FURTHER GROUPS NOT '
                   'CHECKED FOR OUT-OF-SEQUENCE INPUT'
           END-IF.
       4200-ADD-TO-COMP.
           ADD LVL-TOT-EARN(1) TO COMP-TOT-EARN
           ADD LVL-TOT-DEDN(1) TO COMP-TOT-DEDN
           ADD LVL-TOT-SAL(1)  TO COMP-TOT-SAL
           ADD LVL-TOT-EMP(1)  TO COMP-TOT-EMP.
       4250-ADD-TO-CORP-PARA.
           MOVE SPACES TO WS-FOUND-REGION
           MOVE 'L'      TO RLK-FILE-ID
           MOVE SPACES   TO RLK-KEY
           MOVE RUN-LOC  TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA    TO LOCM-RECORD
               AT END
                   ADD 1 TO WS-TOT-NO-RATE
                   DISPLAY 'WARNING - NO EXCHANGE RATE FOR LOC '
                       RUN-LOC ' REGION ' WS-FOUND-REGION
                       ' - TAKEN AT PAR'
               WHEN WS-FOUND-REGION = TBL-CURR-REGION(CURR-IDX)
                   MOVE TBL-CURR-RATE(CURR-IDX) TO WS-FOUND-RATE
           END-SEARCH
           COMPUTE CORP-TOT-EARN ROUNDED =
               CORP-TOT-EARN + RUN-TOT-EARN * WS-FOUND-RATE
           COMPUTE CORP-TOT-DEDN ROUNDED =
               CORP-TOT-DEDN + RUN-TOT-DEDN * WS-FOUND-RATE
           COMPUTE CORP-TOT-SAL ROUNDED =
               CORP-TOT-SAL + RUN-TOT-SAL * WS-FOUND-RATE
           INITIALIZE RUN-TOTALS.
       9000-TERMINATION-PARA.
           MOVE 'Y' TO WS-FINAL-FLAG
           MOVE 1   TO WS-BREAK-LVL
           PERFORM 3000-LEVEL-BREAK-PARA
           IF CORP-CCY-ACTIVE AND RUN-TOT-EMP > ZERO
               PERFORM 4250-ADD-TO-CORP-PARA
           END-IF
           PERFORM 9200-MOVE-TOTALS.
           MOVE SPACES TO HEADING-LINE3, HEADING-LINE4
           PERFORM 2200-HEADING-PARA
           MOVE 'I'            TO CKPT-STATUS
           MOVE WS-RAW-READ    TO CKPT-RECS-DONE
           MOVE PAGE-COUNT     TO CKPT-PAGE-COUNT
           MOVE BKQ-FIELDS     TO CKPT-BRK-FIELDS
           MOVE WS-TOT-DETAIL-RECS TO CKPT-TOT-DETAIL
           PERFORM 8150-SAVE-LEVEL-PARA
               VARYING WS-LVL FROM 1 BY 1
               UNTIL WS-LVL > 4
           MOVE INNER-MIN-SAL  TO CKPT-MIN-SAL
           MOVE INNER-MIN-ID   TO CKPT-MIN-ID
           MOVE INNER-MAX-SAL  TO CKPT-MAX-SAL
           MOVE INNER-MAX-ID   TO CKPT-MAX-ID
           MOVE RUN-LOC        TO CKPT-RUN-LOC
           MOVE RUN-TOT-EMP    TO CKPT-RUN-EMP
           MOVE RUN-TOT-EARN   TO CKPT-RUN-EARN
           MOVE RUN-TOT-DEDN   TO CKPT-RUN-DEDN
           MOVE RUN-TOT-SAL    TO CKPT-RUN-SAL
           MOVE COMP-TOT-EMP   TO CKPT-COMP-EMP
           MOVE COMP-TOT-EARN  TO CKPT-COMP-EARN
           MOVE COMP-TOT-DEDN  TO CKPT-COMP-DEDN
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CKPT-RECORD
           CLOSE CHECKPOINT-FILE.
       8150-SAVE-LEVEL-PARA.
           MOVE LVL-PREV-VALUE(WS-LVL) TO CKPT-LVL-VALUE(WS-LVL)
           MOVE LVL-TOT-EMP(WS-LVL)    TO CKPT-LVL-EMP(WS-LVL)
           MOVE LVL-TOT-EARN(WS-LVL)   TO CKPT-LVL-EARN(WS-LVL)
           MOVE LVL-TOT-DEDN(WS-LVL)   TO CKPT-LVL-DEDN(WS-LVL)
           MOVE LVL-TOT-SAL(WS-LVL)    TO CKPT-LVL-SAL(WS-LVL).
       8200-CLOSE-CHECKPOINT-PARA.
           MOVE 'C' TO CKPT-STATUS
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-FMT-TOTAL-OUT TO OUT-TOT-DEDN
           MOVE COMP-TOT-SAL     TO WS-FMT-AMOUNT-IN
           PERFORM 9210-FORMAT-TOTAL-MONEY-PARA
           MOVE WS-FMT-TOTAL-OUT TO OUT-TOT-SAL
           PERFORM 3250-SUPPRESS-COLUMNS-PARA.
       9210-FORMAT-TOTAL-MONEY-PARA.
           IF CURRENCY-SYMBOL-ON
               MOVE WS-FMT-AMOUNT-IN TO WS-MONEY-CURR-T
