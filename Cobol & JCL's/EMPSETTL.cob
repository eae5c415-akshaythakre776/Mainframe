      *****************************************************
      *  FINAL-SETTLEMENT CALCULATION FOR LEAVERS.  READS   *
      *  THE LEAVERS LISTING CTRLBRK1 PRODUCES              *
      *  (LEAVERS.DAT), FETCHES EACH LEAVER'S MASTER RECORD *
      *  AND LEAVE BALANCE, AND COMPUTES THE FINAL          *
      *  SETTLEMENT: THE LAST PERIOD'S EARNINGS PRO-RATED   *
      *  TO EMP-TERM-DATE, PLUS THE ACCRUED LEAVE BALANCE   *
      *  PAID OUT AT A DAILY RATE OF THE MONTHLY FIGURE     *
      *  OVER THE CALENDAR DAYS IN THE LEAVING MONTH, LESS  *
      *  THE OUTSTANDING DEDUCTIONS RECOVERED IN FULL.      *
      *  PRINTS ONE SETTLEMENT STATEMENT PER EMPLOYEE ON    *
      *  SETTLRPT.DAT AND A CONTROL TOTAL FOR PAYROLL       *
      *  SIGN-OFF.  A LEAVER WITH NO MASTER RECORD IS       *
      *  LISTED AS AN EXCEPTION; NO LEAVE RECORD SIMPLY     *
      *  MEANS NO LEAVE PAYOUT.  THE MONTH LENGTH COMES     *
      *  FROM THE SHARED DATECALC SUBPROGRAM, SO FEBRUARY   *
      *  IS PRO-RATED OVER 29 DAYS IN A LEAP YEAR.          *
      *  ANY OPEN LOANMAST.DAT BALANCE IS RECOVERED IN      *
      *  FULL FROM THE SETTLEMENT AND THE LOAN CLOSED, SO   *
      *  A LEAVER NEVER WALKS AWAY STILL OWING.             *
      *  A LEAVER WHOSE EXIT CLEARANCE (CLRMAST.DAT, OPENED *
      *  BY EMPRESGN) IS STILL OPEN IS NOT SETTLED: THE     *
      *  STATEMENT IS MARKED HELD, NOTHING IS RECOVERED OR  *
      *  TOTALLED, AND THE RUN ENDS RC=4.  THE REPORT THEN  *
      *  LISTS EVERY CLEARANCE STILL OPEN WITH THE ITEMS    *
      *  NOT YET SIGNED OFF, SO FINAL PAY IS NEVER RELEASED *
      *  AHEAD OF CLEARANCE.                                *
      *  EVERY COMPANY ASSET STILL ISSUED TO THE LEAVER ON  *
      *  ASSTMAST.DAT IS PRINTED ON THE STATEMENT.  WHERE   *
      *  PAYROLL HAS CHOSEN TO CHARGE IT (AST-CHARGE-FLAG,  *
      *  SET THROUGH EMPASSET) THE REPLACEMENT VALUE IS     *
      *  DEDUCTED FROM THE SETTLEMENT AND THE ASSET WRITTEN *
      *  OFF; UNCHARGED ITEMS ARE LISTED FOR RECOVERY ONLY. *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS LON-KEY
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT CLEARANCE-MASTER ASSIGN TO 'CLRMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLR-EMP-ID
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT ASSET-MASTER ASSIGN TO 'ASSTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AST-TAG
           ALTERNATE RECORD KEY IS AST-EMP-ID WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT7.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVERS-FILE
       01  REPORT-RECORD           PIC X(80).
       FD  LOAN-MASTER.
       COPY LOANREC.
       FD  CLEARANCE-MASTER
           RECORD CONTAINS 120 CHARACTERS.
       COPY CLRREC.
       FD  ASSET-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       COPY ASSETREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FS-TEXT              PIC X(30) VALUE SPACES.
       01  WS-LOAN-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  LOAN-FILE-OPEN                VALUE 'Y'.
       01  WS-LOAN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-LOANS                  VALUE 'Y'.
       01  WS-LOAN-RECOVERED       PIC 9(7)V99 VALUE ZERO.
       01  WS-CLR-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  CLEARANCE-FILE-OPEN           VALUE 'Y'.
       01  WS-CLR-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-CLEARANCES             VALUE 'Y'.
       01  WS-CLR-HELD-FLAG        PIC X(01) VALUE 'N'.
           88  CLEARANCE-PENDING             VALUE 'Y'.
       01  WS-ITEM-NO              PIC 9(01) VALUE ZERO.
       01  WS-CLR-ITEM-NAMES.
           03  FILLER              PIC X(10) VALUE 'IT ACCESS'.
           03  FILLER              PIC X(10) VALUE 'HANDOVER'.
           03  FILLER              PIC X(10) VALUE 'FINANCE'.
           03  FILLER              PIC X(10) VALUE 'HR'.
       01  WS-CLR-ITEM-NAMES-R REDEFINES WS-CLR-ITEM-NAMES.
           03  WS-CLR-ITEM-NAME    PIC X(10) OCCURS 4 TIMES.
       01  WS-TOT-HELD             PIC 9(05) VALUE ZERO.
       01  WS-TOT-OPEN-CLR         PIC 9(05) VALUE ZERO.
       01  WS-ASSET-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  ASSET-FILE-OPEN               VALUE 'Y'.
       01  WS-ASSET-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-ASSETS                 VALUE 'Y'.
       01  WS-ASSET-MODE           PIC X(01) VALUE 'L'.
           88  ASSET-CHARGE-MODE             VALUE 'C'.
       01  WS-ASSET-RECOVERED      PIC 9(7)V99 VALUE ZERO.
       01  WS-AST-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-AST-MORE             PIC 9(03) VALUE ZERO.
       01  WS-AST-SUB              PIC 9(02) VALUE ZERO.
       01  WS-AST-TABLE.
           03  WS-AST-ENTRY        OCCURS 20 TIMES.
               05  WS-AST-TAG      PIC X(10).
               05  WS-AST-TYPE     PIC X(02).
               05  WS-AST-SERIAL   PIC X(20).
               05  WS-AST-VALUE    PIC 9(7)V99.
               05  WS-AST-CHARGED  PIC X(01).
       01  WS-TOT-ASSET-CHARGED    PIC 9(9)V99 VALUE ZERO.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-MAST-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88  LEAVE-FOUND                   VALUE 'Y'.
       01  WS-LEAVE-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  LEAVE-FILE-OPEN               VALUE 'Y'.
       01  WS-TERM-DD-USED         PIC 9(02) VALUE ZERO.
       01  WS-MONTH-DAYS           PIC 9(02) VALUE 30.
       01  WS-DAILY-RATE           PIC 9(5)V99 VALUE ZERO.
       01  WS-PRORATED             PIC 9(7)V99 VALUE ZERO.
       01  WS-LEAVE-PAYOUT         PIC 9(7)V99 VALUE ZERO.
       01  WS-SETTLEMENT           PIC S9(7)V99 VALUE ZERO.
       COPY DATEREQ.
       01  WS-TOT-LEAVERS          PIC 9(05) VALUE ZERO.
       01  WS-TOT-EXCEPTIONS       PIC 9(05) VALUE ZERO.
       01  WS-TOT-SETTLEMENT       PIC S9(9)V99 VALUE ZERO.
           03  FILLER              PIC X(22) VALUE
               'NET SETTLEMENT        '.
           03  STM-SETTLEMENT      PIC -ZZZZZ9.99.
       01  STMT-ASSET-HEAD-LINE    PIC X(80) VALUE
           'COMPANY ASSETS NOT RETURNED'.
       01  STMT-ASSET-LINE.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  STM-AST-TAG         PIC X(10).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  STM-AST-TYPE        PIC X(02).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  STM-AST-SERIAL      PIC X(20).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  STM-AST-VALUE       PIC ZZZZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  STM-AST-ACTION      PIC X(14).
       01  STMT-ASSET-MORE-LINE.
           03  FILLER              PIC X(10) VALUE '  ... AND '.
           03  STM-AST-MORE        PIC ZZ9.
           03  FILLER              PIC X(30) VALUE
               ' MORE - SEE ASSTLVR.DAT'.
       01  STMT-ASSET-LINE2.
           03  FILLER              PIC X(22) VALUE
               'ASSETS CHARGED        '.
           03  STM-ASSET-CHARGED   PIC ZZZZZ9.99.
       01  STMT-HELD-LINE.
           03  FILLER              PIC X(43) VALUE
               '** SETTLEMENT HELD - EXIT CLEARANCE OPEN, '.
           03  FILLER              PIC X(14) VALUE 'LAST WORKING '.
           03  FILLER              PIC X(04) VALUE 'DAY '.
           03  STM-HELD-LAST-DAY   PIC 9(08).
       01  CLR-HEADING-LINE.
           03  FILLER              PIC X(40) VALUE
               'EXIT CLEARANCES STILL OPEN'.
           03  FILLER              PIC X(40) VALUE SPACES.
       01  CLR-COLUMN-LINE.
           03  FILLER              PIC X(07) VALUE 'ID'.
           03  FILLER              PIC X(10) VALUE 'LAST DAY'.
           03  FILLER              PIC X(63) VALUE
               'ITEMS NOT SIGNED OFF'.
       01  CLR-DETAIL-LINE.
           03  CLO-EMP-ID          PIC X(05).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  CLO-LAST-DAY        PIC 9(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  CLO-ITEM            PIC X(10) OCCURS 4 TIMES.
           03  FILLER              PIC X(23) VALUE SPACES.
       01  HELD-LINE.
           03  FILLER              PIC X(22) VALUE
               'SETTLEMENTS HELD:     '.
           03  OUT-TOT-HELD        PIC ZZZZ9.
           03  FILLER              PIC X(25) VALUE
               '  CLEARANCES STILL OPEN: '.
           03  OUT-TOT-OPEN-CLR    PIC ZZZZ9.
       01  ASSET-TOTAL-LINE.
           03  FILLER              PIC X(22) VALUE
               'ASSETS CHARGED TOTAL: '.
           03  OUT-TOT-ASSET       PIC ZZZ,ZZZ,ZZ9.99.
       01  EXCEPTION-LINE.
           03  EXC-EMP-ID          PIC X(05).
           03  FILLER              PIC X(02) VALUE SPACES.
               DISPLAY 'LOANMAST.DAT NOT AVAILABLE - NO LOAN '
                   'RECOVERIES THIS RUN'
           END-IF
           OPEN INPUT CLEARANCE-MASTER
           IF WS-FILE-STAT6 = '00'
               MOVE 'Y' TO WS-CLR-OPEN-FLAG
           ELSE
               DISPLAY 'CLRMAST.DAT NOT AVAILABLE - NO EXIT '
                   'CLEARANCE CHECK THIS RUN'
           END-IF
           OPEN I-O ASSET-MASTER
           IF WS-FILE-STAT7 = '00'
               MOVE 'Y' TO WS-ASSET-OPEN-FLAG
           ELSE
               DISPLAY 'ASSTMAST.DAT NOT AVAILABLE - NO ASSET '
                   'RECOVERIES THIS RUN'
           END-IF
           OPEN INPUT LEAVERS-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'LEAVERS.DAT NOT AVAILABLE - NOTHING TO '
       3000-SETTLE-ONE-PARA.
           PERFORM 3100-FETCH-MASTER-PARA
           IF MASTER-FOUND
               PERFORM 3050-CHECK-CLEARANCE-PARA
           END-IF
           IF MASTER-FOUND AND CLEARANCE-PENDING
               ADD 1 TO WS-TOT-HELD
               MOVE 'L' TO WS-ASSET-MODE
               PERFORM 3400-COLLECT-ASSETS-PARA
               PERFORM 5500-PRINT-HELD-PARA
           END-IF
           IF MASTER-FOUND AND NOT CLEARANCE-PENDING
               ADD 1 TO WS-TOT-LEAVERS
               PERFORM 3200-FETCH-LEAVE-PARA
               PERFORM 3300-RECOVER-LOANS-PARA
               MOVE 'C' TO WS-ASSET-MODE
               PERFORM 3400-COLLECT-ASSETS-PARA
               PERFORM 4000-COMPUTE-SETTLEMENT-PARA
               PERFORM 5000-PRINT-STATEMENT-PARA
           END-IF
           IF NOT MASTER-FOUND
               ADD 1 TO WS-TOT-EXCEPTIONS
               MOVE LVR-EMP-ID TO EXC-EMP-ID
               WRITE REPORT-RECORD FROM EXCEPTION-LINE
           END-IF.
       3050-CHECK-CLEARANCE-PARA.
           MOVE 'N' TO WS-CLR-HELD-FLAG
           IF CLEARANCE-FILE-OPEN
               MOVE EMP-ID TO CLR-EMP-ID
               READ CLEARANCE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLR-OPEN
                           MOVE 'Y' TO WS-CLR-HELD-FLAG
                       END-IF
               END-READ
           END-IF.
       3100-FETCH-MASTER-PARA.
           MOVE 'N' TO WS-MAST-FOUND-FLAG
           MOVE LVR-EMP-ID TO EMP-ID
                       END-IF
                   END-IF
           END-READ.
      *****************************************************
      *  KIT STILL ISSUED TO THE LEAVER IS TABLED FOR THE   *
      *  STATEMENT.  IN CHARGE MODE AN ITEM PAYROLL CHOSE   *
      *  TO CHARGE IS DEDUCTED AT ITS REPLACEMENT VALUE     *
      *  AND WRITTEN OFF; A HELD SETTLEMENT ONLY LISTS.     *
      *****************************************************
       3400-COLLECT-ASSETS-PARA.
           MOVE ZERO TO WS-ASSET-RECOVERED WS-AST-COUNT WS-AST-MORE
           IF ASSET-FILE-OPEN
               MOVE 'N'    TO WS-ASSET-EOF-FLAG
               MOVE EMP-ID TO AST-EMP-ID
               START ASSET-MASTER KEY = AST-EMP-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-ASSET-EOF-FLAG
               END-START
               PERFORM 3450-COLLECT-ONE-ASSET-PARA
                   UNTIL END-OF-ASSETS
           END-IF.
       3450-COLLECT-ONE-ASSET-PARA.
           READ ASSET-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ASSET-EOF-FLAG
               NOT AT END
                   IF AST-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-ASSET-EOF-FLAG
                   ELSE
                       IF AST-ISSUED
                           PERFORM 3460-TABLE-ASSET-PARA
                       END-IF
                   END-IF
           END-READ.
       3460-TABLE-ASSET-PARA.
           IF WS-AST-COUNT < 20
               ADD 1 TO WS-AST-COUNT
               MOVE AST-TAG    TO WS-AST-TAG(WS-AST-COUNT)
               MOVE AST-TYPE   TO WS-AST-TYPE(WS-AST-COUNT)
               MOVE AST-SERIAL TO WS-AST-SERIAL(WS-AST-COUNT)
               MOVE AST-VALUE  TO WS-AST-VALUE(WS-AST-COUNT)
               MOVE 'N'        TO WS-AST-CHARGED(WS-AST-COUNT)
           ELSE
               ADD 1 TO WS-AST-MORE
           END-IF
           IF ASSET-CHARGE-MODE AND AST-CHARGE-ON-EXIT
               ADD AST-VALUE TO WS-ASSET-RECOVERED
               IF WS-AST-MORE = ZERO
                   MOVE 'Y' TO WS-AST-CHARGED(WS-AST-COUNT)
               END-IF
               MOVE 'W'           TO AST-STATUS
               MOVE EMP-TERM-DATE TO AST-RETURN-DATE
               REWRITE ASSET-RECORD
                   INVALID KEY
                       DISPLAY 'ASSTMAST.DAT REWRITE FAILED - TAG '
                           AST-TAG
               END-REWRITE
           END-IF.
       4000-COMPUTE-SETTLEMENT-PARA.
           MOVE 'LD' TO DTQ-FUNCTION
           COMPUTE DTQ-DATE-1 = (EMP-TERM-YR * 10000)
               + (EMP-TERM-MM * 100) + 1
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK
               MOVE DTQ-RESULT-DATE(7:2) TO WS-MONTH-DAYS
               MOVE EMP-TERM-DD TO WS-TERM-DD-USED
           ELSE
               MOVE 30 TO WS-MONTH-DAYS
           END-IF
           COMPUTE WS-PRORATED ROUNDED =
               EMP-EARN * WS-TERM-DD-USED / WS-MONTH-DAYS
           COMPUTE WS-DAILY-RATE ROUNDED = EMP-EARN / WS-MONTH-DAYS
           IF LEAVE-FOUND AND LV-BALANCE > ZERO
               COMPUTE WS-LEAVE-PAYOUT ROUNDED =
                   LV-BALANCE * WS-DAILY-RATE
           END-IF
           COMPUTE WS-SETTLEMENT =
               WS-PRORATED + WS-LEAVE-PAYOUT - EMP-DEDN
               - WS-LOAN-RECOVERED - WS-ASSET-RECOVERED
           ADD WS-SETTLEMENT TO WS-TOT-SETTLEMENT
           ADD WS-ASSET-RECOVERED TO WS-TOT-ASSET-CHARGED.
       5000-PRINT-STATEMENT-PARA.
           WRITE REPORT-RECORD FROM STMT-SEP-LINE
           MOVE EMP-ID   TO STM-EMP-ID
               MOVE WS-LOAN-RECOVERED TO STM-LOAN
               WRITE REPORT-RECORD FROM STMT-LOAN-LINE
           END-IF
           PERFORM 5200-PRINT-ASSETS-PARA
           IF WS-ASSET-RECOVERED > ZERO
               MOVE WS-ASSET-RECOVERED TO STM-ASSET-CHARGED
               WRITE REPORT-RECORD FROM STMT-ASSET-LINE2
           END-IF
           MOVE WS-SETTLEMENT TO STM-SETTLEMENT
           WRITE REPORT-RECORD FROM STMT-NET-LINE.
       5200-PRINT-ASSETS-PARA.
           IF WS-AST-COUNT > ZERO
               WRITE REPORT-RECORD FROM STMT-ASSET-HEAD-LINE
               PERFORM 5250-PRINT-ONE-ASSET-PARA
                   VARYING WS-AST-SUB FROM 1 BY 1
                   UNTIL WS-AST-SUB > WS-AST-COUNT
               IF WS-AST-MORE > ZERO
                   MOVE WS-AST-MORE TO STM-AST-MORE
                   WRITE REPORT-RECORD FROM STMT-ASSET-MORE-LINE
               END-IF
           END-IF.
       5250-PRINT-ONE-ASSET-PARA.
           MOVE WS-AST-TAG(WS-AST-SUB)    TO STM-AST-TAG
           MOVE WS-AST-TYPE(WS-AST-SUB)   TO STM-AST-TYPE
           MOVE WS-AST-SERIAL(WS-AST-SUB) TO STM-AST-SERIAL
           MOVE WS-AST-VALUE(WS-AST-SUB)  TO STM-AST-VALUE
           IF WS-AST-CHARGED(WS-AST-SUB) = 'Y'
               MOVE 'DEDUCTED'     TO STM-AST-ACTION
           ELSE
               MOVE 'TO BE RETURNED' TO STM-AST-ACTION
           END-IF
           WRITE REPORT-RECORD FROM STMT-ASSET-LINE.
       5500-PRINT-HELD-PARA.
           WRITE REPORT-RECORD FROM STMT-SEP-LINE
           MOVE EMP-ID   TO STM-EMP-ID
           MOVE EMP-NAME TO STM-EMP-NAME
           WRITE REPORT-RECORD FROM STMT-TITLE-LINE
           MOVE EMP-TERM-DATE TO STM-TERM-DATE
           WRITE REPORT-RECORD FROM STMT-TERM-LINE
           MOVE CLR-LAST-DAY TO STM-HELD-LAST-DAY
           WRITE REPORT-RECORD FROM STMT-HELD-LINE
           PERFORM 5200-PRINT-ASSETS-PARA.
      *****************************************************
      *  EVERY CLEARANCE STILL OPEN ON CLRMAST.DAT, LEAVER  *
      *  TONIGHT OR NOT, WITH THE ITEMS NOT YET SIGNED.     *
      *****************************************************
       6000-LIST-OPEN-CLEARANCES-PARA.
           WRITE REPORT-RECORD FROM STMT-SEP-LINE
           WRITE REPORT-RECORD FROM CLR-HEADING-LINE
           WRITE REPORT-RECORD FROM CLR-COLUMN-LINE
           MOVE LOW-VALUES TO CLR-EMP-ID
           START CLEARANCE-MASTER KEY NOT < CLR-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CLR-EOF-FLAG
           END-START
           PERFORM 6100-READ-CLEARANCE-PARA UNTIL END-OF-CLEARANCES.
       6100-READ-CLEARANCE-PARA.
           READ CLEARANCE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CLR-EOF-FLAG
               NOT AT END
                   IF CLR-OPEN
                       ADD 1 TO WS-TOT-OPEN-CLR
                       MOVE CLR-EMP-ID   TO CLO-EMP-ID
                       MOVE CLR-LAST-DAY TO CLO-LAST-DAY
                       PERFORM 6150-SET-OPEN-ITEM-PARA
                           VARYING WS-ITEM-NO FROM 1 BY 1
                           UNTIL WS-ITEM-NO > 4
                       WRITE REPORT-RECORD FROM CLR-DETAIL-LINE
                   END-IF
           END-READ.
       6150-SET-OPEN-ITEM-PARA.
           IF CLR-ITEM-OPEN(WS-ITEM-NO)
               MOVE WS-CLR-ITEM-NAME(WS-ITEM-NO)
                   TO CLO-ITEM(WS-ITEM-NO)
           ELSE
               MOVE SPACES TO CLO-ITEM(WS-ITEM-NO)
           END-IF.
       9000-TERMINATION-PARA.
           IF CLEARANCE-FILE-OPEN
               PERFORM 6000-LIST-OPEN-CLEARANCES-PARA
           END-IF
           WRITE REPORT-RECORD FROM STMT-SEP-LINE
           MOVE WS-TOT-LEAVERS    TO OUT-TOT-LEAVERS
           MOVE WS-TOT-EXCEPTIONS TO OUT-TOT-EXC
           MOVE WS-TOT-SETTLEMENT TO OUT-TOT-SETTLE
           WRITE REPORT-RECORD FROM CONTROL-LINE
           MOVE WS-TOT-HELD     TO OUT-TOT-HELD
           MOVE WS-TOT-OPEN-CLR TO OUT-TOT-OPEN-CLR
           WRITE REPORT-RECORD FROM HELD-LINE
           MOVE WS-TOT-ASSET-CHARGED TO OUT-TOT-ASSET
           WRITE REPORT-RECORD FROM ASSET-TOTAL-LINE
           WRITE REPORT-RECORD FROM SIGNOFF-LINE
           CLOSE REPORT-FILE
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
           IF LOAN-FILE-OPEN
               CLOSE LOAN-MASTER
           END-IF
           IF CLEARANCE-FILE-OPEN
               CLOSE CLEARANCE-MASTER
           END-IF
           IF ASSET-FILE-OPEN
               CLOSE ASSET-MASTER
           END-IF
           DISPLAY 'SETTLEMENTS: ' WS-TOT-LEAVERS
               '  EXCEPTIONS: ' WS-TOT-EXCEPTIONS
               '  HELD: ' WS-TOT-HELD
           IF WS-TOT-HELD > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
