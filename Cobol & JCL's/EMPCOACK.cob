       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCOACK.
      *****************************************************
      *  NIGHTLY CHART-OF-ACCOUNTS CROSS-CHECK.  EMPJRNL    *
      *  NOW MOVES ANY JOURNAL LINE THE LEDGER WOULD        *
      *  REFUSE TO THE SUSPENSE ACCOUNT, BUT BY THEN IT IS  *
      *  PAYDAY.  THIS STEP CHECKS THE MAPPINGS THE         *
      *  JOURNALS ARE BUILT FROM AGAINST FINANCE'S CHART    *
      *  (COAMAST.DAT) EVERY NIGHT: EACH CCMAST.DAT COST    *
      *  CENTER AND EACH GLRULES.DAT ACCOUNT - PLUS THE     *
      *  BUILT-IN DEFAULT OF ANY CONTROL LINE GLRULES DOES  *
      *  NOT REMAP - MUST BE OPEN, ALLOW POSTING AND BE     *
      *  VALID BOTH TODAY AND ON THE NEXT PAY DATE          *
      *  (PAYCAL.DAT THROUGH PAYCALLK), SO A COST CENTER    *
      *  FINANCE IS CLOSING AT MONTH END IS CAUGHT BEFORE   *
      *  THE PAY RUN POSTS TO IT.  EVERY STALE MAPPING IS   *
      *  LISTED ON COACKRPT.DAT, ENTERED ON THE EXCEPTION   *
      *  REGISTER AND ENDS THE STEP RC=4.                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO 'COAMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT CC-FILE ASSIGN TO 'CCMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT RULES-FILE ASSIGN TO 'GLRULES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'COACKRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY COAREC.
       FD  CC-FILE
           RECORD CONTAINS 29 CHARACTERS.
       COPY CCREC.
       FD  RULES-FILE
           RECORD CONTAINS 29 CHARACTERS.
       COPY GLRULES.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-COA-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-CHART                  VALUE 'Y'.
       01  WS-CC-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-CC                     VALUE 'Y'.
       01  WS-RUL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-RULES                  VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PAY-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
       01  WS-COA-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-COA-TABLE.
           03  COA-ENTRY           OCCURS 2000 TIMES.
               05  TBL-COA-TYPE    PIC X(01).
               05  TBL-COA-CODE    PIC X(06).
               05  TBL-COA-STATUS  PIC X(01).
               05  TBL-COA-POSTING PIC X(01).
               05  TBL-COA-FROM    PIC 9(08).
               05  TBL-COA-TO      PIC 9(08).
       01  WS-CSUB                 PIC 9(04) VALUE ZERO.
       01  WS-CFIND                PIC 9(04) VALUE ZERO.
      *    CONTROL LINES EMPJRNL POSTS WITH A BUILT-IN ACCOUNT
      *    WHEN GLRULES.DAT DOES NOT REMAP THEM.
       01  CTL-DEFAULT-VALUES.
           03  FILLER              PIC X(10) VALUE 'TAXPY9050N'.
           03  FILLER              PIC X(10) VALUE 'NETPAYCLRN'.
           03  FILLER              PIC X(10) VALUE 'SHTPY9810N'.
           03  FILLER              PIC X(10) VALUE 'DSUPY9990N'.
           03  FILLER              PIC X(10) VALUE 'SIXSIEXPNN'.
           03  FILLER              PIC X(10) VALUE 'SIRPY9510N'.
           03  FILLER              PIC X(10) VALUE 'EXPEXPRMBN'.
           03  FILLER              PIC X(10) VALUE 'JSUPY9995N'.
           03  FILLER              PIC X(10) VALUE 'ICRIC1400N'.
           03  FILLER              PIC X(10) VALUE 'ICPIC2400N'.
       01  CTL-DEFAULT-TABLE REDEFINES CTL-DEFAULT-VALUES.
           03  CTL-ENTRY           OCCURS 10 TIMES.
               05  CTL-CODE        PIC X(03).
               05  CTL-ACCOUNT     PIC X(06).
               05  CTL-REMAPPED    PIC X(01).
       01  WS-DSUB                 PIC 9(02) VALUE ZERO.
       01  WS-CHK-TYPE             PIC X(01) VALUE SPACE.
       01  WS-CHK-CODE             PIC X(06) VALUE SPACES.
       01  WS-CHK-SOURCE           PIC X(08) VALUE SPACES.
       01  WS-CHK-KEY              PIC X(03) VALUE SPACES.
       01  WS-CHK-DESC             PIC X(20) VALUE SPACES.
       01  WS-COA-REASON           PIC X(14) VALUE SPACES.
       01  WS-COA-WHEN             PIC X(12) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-CHECKED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-STALE        PIC 9(05) VALUE ZERO.
       COPY PCALREQ.
       COPY DATEREQ.
       COPY EXCPREG.
       01  HEADING-LINE1.
           03  FILLER              PIC X(30) VALUE
               'CHART-OF-ACCOUNTS CROSS-CHECK '.
           03  OUT-HDR-DATE        PIC 9(08).
           03  FILLER              PIC X(13) VALUE
               '   PAY DATE  '.
           03  OUT-HDR-PAY-DATE    PIC 9(08).
           03  FILLER              PIC X(21) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(10) VALUE 'SOURCE'.
           03  FILLER              PIC X(05) VALUE 'KEY'.
           03  FILLER              PIC X(08) VALUE 'CODE'.
           03  FILLER              PIC X(22) VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(35) VALUE 'RESULT'.
       01  DETAIL-LINE.
           03  OUT-SOURCE          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-KEY             PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CODE            PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DESC            PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(17) VALUE SPACES.
           03  OUT-WHEN            PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(18) VALUE
               'MAPPINGS CHECKED: '.
           03  OUT-TOT-CHECKED     PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE
               '   STALE: '.
           03  OUT-TOT-STALE       PIC ZZZZ9.
           03  FILLER              PIC X(42) VALUE SPACES.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1000-INITIALIZATION-PARA
           IF WS-COA-COUNT > ZERO
               PERFORM 2000-CHECK-CCMAST-PARA
               PERFORM 3000-CHECK-GLRULES-PARA
           END-IF
           PERFORM 9000-TERMINATION-PARA
           STOP RUN.
      *****************************************************
      *  TODAY AND THE NEXT PAY DATE - THE PERIOD COVERING  *
      *  TODAY, OR THE ONE AFTER IF ITS PAY DATE HAS GONE.  *
      *****************************************************
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO PCQ-DATE
           MOVE SPACES       TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           IF PCQ-PAY-DATE < WS-TODAY-NUM
               MOVE 'AD'    TO DTQ-FUNCTION
               MOVE PCQ-END TO DTQ-DATE-1
               MOVE 1       TO DTQ-COUNT
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO PCQ-DATE
               MOVE SPACES  TO PCQ-GROUP
               CALL 'PAYCALLK' USING PAYCAL-REQUEST
           END-IF
           MOVE PCQ-PAY-DATE TO WS-PAY-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-NUM TO OUT-HDR-DATE
           MOVE WS-PAY-DATE  TO OUT-HDR-PAY-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-LOAD-CHART-PARA.
       1100-LOAD-CHART-PARA.
           OPEN INPUT CHART-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1150-READ-CHART-PARA UNTIL END-OF-CHART
               CLOSE CHART-FILE
           END-IF
           IF WS-COA-COUNT = ZERO
               DISPLAY 'COAMAST.DAT NOT PRESENT OR EMPTY - STATUS '
                   WS-FILE-STAT1 ' - NOTHING CHECKED'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1150-READ-CHART-PARA.
           READ CHART-FILE
               AT END
                   MOVE 'Y' TO WS-COA-EOF-FLAG
               NOT AT END
                   IF WS-COA-COUNT < 2000
                       ADD 1 TO WS-COA-COUNT
                       MOVE COA-TYPE      TO
                           TBL-COA-TYPE(WS-COA-COUNT)
                       MOVE COA-CODE      TO
                           TBL-COA-CODE(WS-COA-COUNT)
                       MOVE COA-STATUS    TO
                           TBL-COA-STATUS(WS-COA-COUNT)
                       MOVE COA-POSTING   TO
                           TBL-COA-POSTING(WS-COA-COUNT)
                       MOVE COA-VALID-FROM TO
                           TBL-COA-FROM(WS-COA-COUNT)
                       MOVE COA-VALID-TO  TO
                           TBL-COA-TO(WS-COA-COUNT)
                   ELSE
                       DISPLAY 'WARNING - CHART TABLE FULL AT '
                           '2000 - REST IGNORED'
                       MOVE 'Y' TO WS-COA-EOF-FLAG
                   END-IF
           END-READ.
      *****************************************************
      *  EVERY LOCATION'S COST CENTER.                      *
      *****************************************************
       2000-CHECK-CCMAST-PARA.
           OPEN INPUT CC-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 2100-READ-CC-PARA UNTIL END-OF-CC
               CLOSE CC-FILE
           ELSE
               DISPLAY 'CCMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT2
           END-IF.
       2100-READ-CC-PARA.
           READ CC-FILE
               AT END
                   MOVE 'Y' TO WS-CC-EOF-FLAG
               NOT AT END
                   MOVE 'CCMAST'  TO WS-CHK-SOURCE
                   MOVE CC-LOC    TO WS-CHK-KEY
                   MOVE 'C'       TO WS-CHK-TYPE
                   MOVE CC-CODE   TO WS-CHK-CODE
                   MOVE CC-NAME   TO WS-CHK-DESC
                   PERFORM 5000-CHECK-MAPPING-PARA
           END-READ.
      *****************************************************
      *  EVERY POSTING RULE'S ACCOUNT, THEN THE DEFAULT     *
      *  ACCOUNT OF ANY CONTROL LINE THE RULES LEAVE ALONE. *
      *****************************************************
       3000-CHECK-GLRULES-PARA.
           OPEN INPUT RULES-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 3100-READ-RULE-PARA UNTIL END-OF-RULES
               CLOSE RULES-FILE
           ELSE
               DISPLAY 'GLRULES.DAT NOT PRESENT - CHECKING THE '
                   'BUILT-IN CONTROL ACCOUNTS'
           END-IF
           PERFORM 3200-CHECK-DEFAULT-PARA
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > 10.
       3100-READ-RULE-PARA.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-RUL-EOF-FLAG
               NOT AT END
                   PERFORM 3150-MARK-REMAPPED-PARA
                       VARYING WS-DSUB FROM 1 BY 1
                       UNTIL WS-DSUB > 10
                   MOVE 'GLRULES' TO WS-CHK-SOURCE
                   MOVE GLR-CODE    TO WS-CHK-KEY
                   MOVE 'A'         TO WS-CHK-TYPE
                   MOVE GLR-ACCOUNT TO WS-CHK-CODE
                   MOVE GLR-DESC    TO WS-CHK-DESC
                   PERFORM 5000-CHECK-MAPPING-PARA
           END-READ.
       3150-MARK-REMAPPED-PARA.
           IF CTL-CODE(WS-DSUB) = GLR-CODE
               MOVE 'Y' TO CTL-REMAPPED(WS-DSUB)
           END-IF.
       3200-CHECK-DEFAULT-PARA.
           IF CTL-REMAPPED(WS-DSUB) = 'N'
               MOVE 'DEFAULT'            TO WS-CHK-SOURCE
               MOVE CTL-CODE(WS-DSUB)    TO WS-CHK-KEY
               MOVE 'A'                  TO WS-CHK-TYPE
               MOVE CTL-ACCOUNT(WS-DSUB) TO WS-CHK-CODE
               MOVE 'BUILT-IN ACCOUNT'   TO WS-CHK-DESC
               PERFORM 5000-CHECK-MAPPING-PARA
           END-IF.
      *****************************************************
      *  ONE MAPPING: POSTABLE TODAY, THEN ON THE PAY DATE. *
      *****************************************************
       5000-CHECK-MAPPING-PARA.
           ADD 1 TO WS-TOT-CHECKED
           MOVE SPACES       TO WS-COA-WHEN
           MOVE WS-TODAY-NUM TO WS-CHECK-DATE
           PERFORM 5100-CHECK-CODE-PARA
           IF WS-COA-REASON NOT = SPACES
               MOVE 'TODAY' TO WS-COA-WHEN
           ELSE
               IF WS-PAY-DATE > WS-TODAY-NUM
                   MOVE WS-PAY-DATE TO WS-CHECK-DATE
                   PERFORM 5100-CHECK-CODE-PARA
                   IF WS-COA-REASON NOT = SPACES
                       MOVE 'BY PAY DATE' TO WS-COA-WHEN
                   END-IF
               END-IF
           END-IF
           MOVE WS-CHK-SOURCE TO OUT-SOURCE
           MOVE WS-CHK-KEY    TO OUT-KEY
           MOVE WS-CHK-CODE   TO OUT-CODE
           MOVE WS-CHK-DESC   TO OUT-DESC
           MOVE WS-COA-WHEN   TO OUT-WHEN
           IF WS-COA-REASON = SPACES
               MOVE 'OK' TO OUT-RESULT
           ELSE
               ADD 1 TO WS-TOT-STALE
               MOVE SPACES TO OUT-RESULT
               STRING '** ' WS-COA-REASON
                      DELIMITED BY SIZE INTO OUT-RESULT
               END-STRING
               PERFORM 5200-WRITE-EXCEPTION-PARA
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       5100-CHECK-CODE-PARA.
           MOVE SPACES TO WS-COA-REASON
           MOVE ZERO   TO WS-CFIND
           PERFORM 5150-MATCH-CODE-PARA
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-COA-COUNT
                  OR WS-CFIND > ZERO
           EVALUATE TRUE
               WHEN WS-CFIND = ZERO
                   MOVE 'NOT ON CHART'  TO WS-COA-REASON
               WHEN TBL-COA-STATUS(WS-CFIND) NOT = 'O'
                   MOVE 'CLOSED'        TO WS-COA-REASON
               WHEN TBL-COA-POSTING(WS-CFIND) NOT = 'Y'
                   MOVE 'NO POSTING'    TO WS-COA-REASON
               WHEN TBL-COA-FROM(WS-CFIND) > WS-CHECK-DATE
                   MOVE 'NOT YET VALID' TO WS-COA-REASON
               WHEN TBL-COA-TO(WS-CFIND) > ZERO
                    AND TBL-COA-TO(WS-CFIND) < WS-CHECK-DATE
                   MOVE 'EXPIRED'       TO WS-COA-REASON
           END-EVALUATE.
       5150-MATCH-CODE-PARA.
           IF TBL-COA-TYPE(WS-CSUB) = WS-CHK-TYPE
               AND TBL-COA-CODE(WS-CSUB) = WS-CHK-CODE
               MOVE WS-CSUB TO WS-CFIND
           END-IF.
       5200-WRITE-EXCEPTION-PARA.
           MOVE SPACES     TO EXCEPTION-REG-RECORD
           MOVE 'EMPCOACK' TO EXR-SOURCE-PGM
           STRING WS-CHK-SOURCE DELIMITED BY SPACE
                  ' ' WS-CHK-KEY
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           STRING WS-CHK-CODE ' ' DELIMITED BY SIZE
                  WS-COA-REASON DELIMITED BY '  '
                  ' ' WS-COA-WHEN DELIMITED BY SIZE
                  INTO EXR-TEXT
           END-STRING
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-CHECKED TO OUT-TOT-CHECKED
           MOVE WS-TOT-STALE   TO OUT-TOT-STALE
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** CHART-OF-ACCOUNTS CROSS-CHECK SUMMARY **'
           DISPLAY 'NEXT PAY DATE     : ', WS-PAY-DATE
           DISPLAY 'MAPPINGS CHECKED  : ', WS-TOT-CHECKED
           DISPLAY 'STALE MAPPINGS    : ', WS-TOT-STALE
           IF WS-TOT-STALE > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9100-WRITE-RUNLOG-PARA.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPCOACK'         TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-COA-COUNT       TO RL-RECS-READ
           MOVE WS-TOT-CHECKED     TO RL-RECS-WRITTEN
           MOVE WS-TOT-STALE       TO RL-RECS-REJECTED
           MOVE RETURN-CODE        TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE       TO RETURN-CODE.
