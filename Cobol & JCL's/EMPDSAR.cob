       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDSAR.
      *****************************************************
      *  RIGHT-OF-ACCESS PERSONAL DATA EXTRACT FOR ONE      *
      *  EMPLOYEE OR EX-EMPLOYEE.  THE REQUEST CARD ON      *
      *  DSARPARM.DAT CARRIES THE EMP-ID AND COMPLIANCE'S   *
      *  REFERENCE FOR THE REQUEST.  EVERY FILE THAT HOLDS  *
      *  RECORDS ABOUT A PERSON IS SEARCHED FOR THAT EMP-ID *
      *  AND EACH RECORD FOUND IS WRITTEN OUT IN FULL,      *
      *  DECODED AND LABELLED: THE MASTER RECORD, THE       *
      *  AUDHIST CHANGE HISTORY, PAY HISTORY, YTD BUCKETS,  *
      *  LEAVE BALANCES, SKILLS, DEPENDENTS, BANK DETAILS   *
      *  INCLUDING SPLITS AND HELD CHANGES, LOANS,          *
      *  GARNISHMENT ORDERS, TIMECARDS, SALARY HISTORY,     *
      *  EVERY ACCESSLG ENTRY WHERE SOMEBODY LOOKED THE     *
      *  PERSON UP AND ANY EXCEPTION-REGISTER ITEMS STILL   *
      *  OPEN AGAINST THEM.  THE EXTRACT GOES TO THE PERSON *
      *  THE DATA IS ABOUT, SO NOTHING IS MASKED.  THE      *
      *  SECTIONS ARE BUILT ON DSARWORK.DAT AND COPIED TO   *
      *  DSAREXP.DAT BEHIND A COVER PAGE LISTING EACH FILE  *
      *  SEARCHED AND HOW MANY RECORDS IT RETURNED - A FILE *
      *  THAT COULD NOT BE OPENED SAYS SO ON THE COVER AND  *
      *  ENDS THE RUN RC=4, BECAUSE THE EXTRACT IS THEN     *
      *  INCOMPLETE.  NO REQUEST CARD ENDS RC=12.  THE      *
      *  EXTRACT ITSELF IS LOGGED THROUGH ACCLOGW.          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'DSARPARM.DAT'
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

           SELECT AUDIT-HIST-FILE ASSIGN TO 'AUDHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AH-KEY
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PH-KEY
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT YTD-MASTER ASSIGN TO 'YTDMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS YTD-EMP-ID
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT LEAVE-MASTER ASSIGN TO 'LEVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS LV-EMP-ID
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT TYPED-LEAVE-MASTER ASSIGN TO 'LEVTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS LVT-KEY
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT SKILL-MASTER ASSIGN TO 'SKILMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SKL-KEY
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT DEPENDENT-MASTER ASSIGN TO 'DEPNMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DPN-KEY
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT BANK-MASTER ASSIGN TO 'BNKMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS BNK-EMP-ID
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT BANK-SPLIT-FILE ASSIGN TO 'BNKSPLIT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BSP-KEY
           FILE STATUS  IS WS-FILE-STAT11.

           SELECT BANK-PENDING-FILE ASSIGN TO 'BNKPEND.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BPN-KEY
           FILE STATUS  IS WS-FILE-STAT12.

           SELECT LOAN-MASTER ASSIGN TO 'LOANMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS LON-KEY
           FILE STATUS  IS WS-FILE-STAT13.

           SELECT GARNISH-MASTER ASSIGN TO 'GARNMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS GRN-KEY
           FILE STATUS  IS WS-FILE-STAT14.

           SELECT TIMEAPPR-FILE ASSIGN TO 'TIMEAPPR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT15.

           SELECT SALHIST-FILE ASSIGN TO 'SALHIST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT16.

           SELECT ACCESS-LOG-FILE ASSIGN TO 'ACCESSLG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT17.

           SELECT REGISTER-FILE ASSIGN TO 'EXCPTREG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT18.

           SELECT WORK-FILE ASSIGN TO 'DSARWORK.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT19.

           SELECT EXPORT-FILE ASSIGN TO 'DSAREXP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT20.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-RECORD.
           03  DSR-EMP-ID          PIC X(05).
           03  DSR-GAP             PIC X(01).
           03  DSR-REQ-REF         PIC X(12).
           03  FILLER              PIC X(62).
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  AUDIT-HIST-FILE.
       COPY AUDHIST.
       FD  PAYHIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
       FD  YTD-MASTER.
       COPY YTDREC.
       FD  LEAVE-MASTER
           RECORD CONTAINS 27 CHARACTERS.
       COPY LEAVREC.
       FD  TYPED-LEAVE-MASTER.
       COPY LEVTREC.
       FD  SKILL-MASTER.
       COPY SKILREC.
       FD  DEPENDENT-MASTER.
       COPY DEPNREC.
       FD  BANK-MASTER
           RECORD CONTAINS 54 CHARACTERS.
       COPY BNKREC.
       FD  BANK-SPLIT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY BNKSPLT.
       FD  BANK-PENDING-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY BNKPEND.
       FD  LOAN-MASTER.
       COPY LOANREC.
       FD  GARNISH-MASTER.
       COPY GARNREC.
       FD  TIMEAPPR-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY TIMEREC.
       FD  SALHIST-FILE
           RECORD CONTAINS 43 CHARACTERS.
       COPY SALHIST.
       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  ACCESS-LOG-LINE         PIC X(46).
       FD  REGISTER-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY EXCPREG.
       FD  WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WORK-RECORD             PIC X(80).
       FD  EXPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-FILE-STAT11          PIC X(02).
       01  WS-FILE-STAT12          PIC X(02).
       01  WS-FILE-STAT13          PIC X(02).
       01  WS-FILE-STAT14          PIC X(02).
       01  WS-FILE-STAT15          PIC X(02).
       01  WS-FILE-STAT16          PIC X(02).
       01  WS-FILE-STAT17          PIC X(02).
       01  WS-FILE-STAT18          PIC X(02).
       01  WS-FILE-STAT19          PIC X(02).
       01  WS-FILE-STAT20          PIC X(02).
       01  WS-REQUEST-FLAG         PIC X(01) VALUE 'N'.
           88  REQUEST-VALID                 VALUE 'Y'.
       01  WS-MASTER-FLAG          PIC X(01) VALUE 'N'.
           88  ON-MASTER                     VALUE 'Y'.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-SECTION                VALUE 'Y'.
       01  WS-WORK-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-WORK                   VALUE 'Y'.
       01  WS-DSAR-ID              PIC X(05) VALUE SPACES.
       01  WS-DSAR-REF             PIC X(12) VALUE SPACES.
       01  WS-MST-NAME             PIC X(15) VALUE SPACES.
       01  WS-MST-BADGE            PIC X(06) VALUE SPACES.
       01  WS-OPERATOR             PIC X(08) VALUE SPACES.
       01  WS-TODAY                PIC 9(08) VALUE ZERO.
       01  WS-SECT                 PIC 9(02) VALUE ZERO.
       01  WS-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-TOT-RECORDS          PIC 9(07) VALUE ZERO.
       01  WS-TOT-MISSING          PIC 9(02) VALUE ZERO.
       01  WS-IMAGE-TEXT           PIC X(06) VALUE SPACES.
       01  WS-ENTRY-TEXT           PIC X(08) VALUE SPACES.
       01  WS-TARGET-TEXT          PIC X(05) VALUE SPACES.
       01  WS-EDIT-AMT             PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMT2            PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMT3            PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMT4            PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-SAL             PIC ZZ,ZZ9.99.
       01  WS-EDIT-SAL2            PIC ZZ,ZZ9.99.
       01  WS-EDIT-DAYS            PIC -ZZ9.9.
       01  WS-EDIT-DAYS2           PIC -ZZ9.9.
       01  WS-EDIT-DAYS3           PIC -ZZ9.9.
       01  WS-EDIT-DAYS4           PIC -ZZ9.9.
       01  WS-EDIT-PCT             PIC ZZ9.99.
       01  WS-EDIT-HRS             PIC Z9.9.
      *    AUDHIST IMAGES ARE EMPMREC PICTURES - DECODE THEM
      *    THROUGH A SECOND COPY OF THE LAYOUT SO THE PACKED
      *    EARNINGS PRINT AS NUMBERS.
       COPY EMPMREC REPLACING ==EMPLOYEE-RECORD== BY
           ==AUDIT-IMAGE-RECORD== LEADING ==EMP-== BY ==AHI-==.
      *    ONE ROW PER FILE SEARCHED, IN THE ORDER THE
      *    SECTIONS APPEAR ON THE EXTRACT.
       01  WS-COVER-VALUES.
           03  FILLER              PIC X(12) VALUE 'EMPMAST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'EMPLOYEE MASTER RECORD'.
           03  FILLER              PIC X(12) VALUE 'AUDHIST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'MASTER CHANGE HISTORY'.
           03  FILLER              PIC X(12) VALUE 'PAYHIST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'PAY HISTORY'.
           03  FILLER              PIC X(12) VALUE 'YTDMAST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'YEAR-TO-DATE TOTALS'.
           03  FILLER              PIC X(12) VALUE 'LEVMAST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'ANNUAL LEAVE BALANCE'.
           03  FILLER              PIC X(12) VALUE 'LEVTMAST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'LEAVE BALANCES BY TYPE'.
           03  FILLER              PIC X(12) VALUE 'SKILMAST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'SKILLS'.
           03  FILLER              PIC X(12) VALUE 'DEPNMAST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'DEPENDENTS'.
           03  FILLER              PIC X(12) VALUE 'BNKMAST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'BANK ACCOUNT'.
           03  FILLER              PIC X(12) VALUE 'BNKSPLIT.DAT'.
           03  FILLER              PIC X(30) VALUE
               'SPLIT PAY ACCOUNTS'.
           03  FILLER              PIC X(12) VALUE 'BNKPEND.DAT'.
           03  FILLER              PIC X(30) VALUE
               'BANK CHANGES AWAITING RELEASE'.
           03  FILLER              PIC X(12) VALUE 'LOANMAST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'LOANS AND ADVANCES'.
           03  FILLER              PIC X(12) VALUE 'GARNMAST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'GARNISHMENT ORDERS'.
           03  FILLER              PIC X(12) VALUE 'TIMEAPPR.DAT'.
           03  FILLER              PIC X(30) VALUE
               'APPROVED TIMECARDS'.
           03  FILLER              PIC X(12) VALUE 'SALHIST.DAT'.
           03  FILLER              PIC X(30) VALUE
               'SALARY HISTORY'.
           03  FILLER              PIC X(12) VALUE 'ACCESSLG.DAT'.
           03  FILLER              PIC X(30) VALUE
               'LOOKUPS OF THIS PERSON'.
           03  FILLER              PIC X(12) VALUE 'EXCPTREG.DAT'.
           03  FILLER              PIC X(30) VALUE
               'OPEN EXCEPTION ITEMS'.
       01  WS-COVER-TABLE REDEFINES WS-COVER-VALUES.
           03  CVR-ENTRY OCCURS 17 TIMES.
               05  CVR-FILE        PIC X(12).
               05  CVR-DESC        PIC X(30).
       01  WS-COVER-RESULTS.
           03  CVR-RESULT-ENTRY OCCURS 17 TIMES.
               05  CVR-COUNT       PIC 9(05).
               05  CVR-RESULT      PIC X(13).
       01  WS-SECTION-COUNT        PIC 9(02) VALUE 17.
       01  HEADING-LINE1           PIC X(80) VALUE
           'PERSONAL DATA EXTRACT - RIGHT OF ACCESS REQUEST'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(10) VALUE 'EMP-ID:  '.
           03  OUT-HDR-EMP-ID      PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-HDR-NAME        PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(08) VALUE '  REF: '.
           03  OUT-HDR-REF         PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(12) VALUE '  PRODUCED: '.
           03  OUT-HDR-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(08) VALUE SPACES.
       01  HEADING-LINE3.
           03  FILLER              PIC X(14) VALUE 'FILE'.
           03  FILLER              PIC X(31) VALUE 'CONTENTS'.
           03  FILLER              PIC X(08) VALUE ' RECORDS'.
           03  FILLER              PIC X(27) VALUE '  RESULT'.
       01  COVER-LINE.
           03  OUT-CVR-FILE        PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CVR-DESC        PIC X(30) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CVR-COUNT       PIC ZZ,ZZ9.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-CVR-RESULT      PIC X(13) VALUE SPACES.
           03  FILLER              PIC X(12) VALUE SPACES.
       01  COVER-TOTAL-LINE.
           03  FILLER              PIC X(44) VALUE
               'TOTAL RECORDS RETURNED'.
           03  OUT-CVR-TOTAL       PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC X(27) VALUE SPACES.
       01  COVER-NOTE-LINE         PIC X(80) VALUE
           'ONE SECTION PER FILE FOLLOWS, IN THE ORDER ABOVE.'.
       01  RULE-LINE               PIC X(80) VALUE ALL '='.
       01  BLANK-LINE              PIC X(80) VALUE SPACES.
       01  SECTION-LINE.
           03  FILLER              PIC X(04) VALUE '--- '.
           03  OUT-SEC-DESC        PIC X(30) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SEC-FILE        PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(32) VALUE SPACES.
       01  DETAIL-LINE.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DTL-TEXT        PIC X(78) VALUE SPACES.
       COPY ACCESSLG.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA
           IF REQUEST-VALID
               PERFORM 2000-EXTRACT-PARA
               PERFORM 8000-LOG-ACCESS-PARA
               PERFORM 9000-TERMINATION-PARA
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'EMP-OPERATOR'
           IF WS-OPERATOR = SPACES
               MOVE 'EMPDSAR ' TO WS-OPERATOR
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'DSARPARM.DAT NOT AVAILABLE - NO EXTRACT'
           ELSE
               READ REQUEST-FILE
                   AT END
                       DISPLAY 'DSARPARM.DAT EMPTY - NO EXTRACT'
                   NOT AT END
                       IF DSR-EMP-ID = SPACES
                           DISPLAY 'DSARPARM.DAT HAS NO EMP-ID - '
                               'NO EXTRACT'
                       ELSE
                           MOVE DSR-EMP-ID  TO WS-DSAR-ID
                           MOVE DSR-REQ-REF TO WS-DSAR-REF
                           MOVE 'Y' TO WS-REQUEST-FLAG
                       END-IF
               END-READ
               CLOSE REQUEST-FILE
           END-IF
           IF REQUEST-VALID
               OPEN OUTPUT WORK-FILE
               IF WS-FILE-STAT19 NOT = '00'
                   DISPLAY 'DSARWORK.DAT OPEN FAILED - STATUS '
                       WS-FILE-STAT19
                   MOVE 'N' TO WS-REQUEST-FLAG
               END-IF
           END-IF
           PERFORM 1100-CLEAR-COVER-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SECTION-COUNT.
       1100-CLEAR-COVER-PARA.
           MOVE ZERO       TO CVR-COUNT(WS-SUB)
           MOVE 'SEARCHED' TO CVR-RESULT(WS-SUB).
      *****************************************************
      *  ONE SECTION PER FILE.  KEYED FILES ARE STARTED ON  *
      *  THE EMP-ID AND READ FORWARD WHILE IT STILL         *
      *  MATCHES; THE SEQUENTIAL FILES ARE READ END TO END. *
      *  THE MASTER IS TRIED FIRST BUT A LEAVER ALREADY     *
      *  PURGED FROM IT STILL HAS EVERY OTHER FILE          *
      *  SEARCHED.                                          *
      *****************************************************
       2000-EXTRACT-PARA.
           PERFORM 2100-MASTER-PARA
           PERFORM 2200-AUDIT-HIST-PARA
           PERFORM 2300-PAY-HIST-PARA
           PERFORM 2400-YTD-PARA
           PERFORM 2500-LEAVE-PARA
           PERFORM 2600-TYPED-LEAVE-PARA
           PERFORM 2700-SKILLS-PARA
           PERFORM 2800-DEPENDENTS-PARA
           PERFORM 2900-BANK-PARA
           PERFORM 3000-SPLITS-PARA
           PERFORM 3100-PENDING-BANK-PARA
           PERFORM 3200-LOANS-PARA
           PERFORM 3300-GARNISH-PARA
           PERFORM 3400-TIMECARDS-PARA
           PERFORM 3500-SALARY-HIST-PARA
           PERFORM 3600-ACCESS-LOG-PARA
           PERFORM 3700-EXCEPTIONS-PARA.
       2100-MASTER-PARA.
           MOVE 1 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE WS-DSAR-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2150-SHOW-MASTER-PARA
               END-READ
               CLOSE EMPLOYEE-MASTER
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       2150-SHOW-MASTER-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           MOVE 'Y'       TO WS-MASTER-FLAG
           MOVE EMP-NAME  TO WS-MST-NAME
           MOVE EMP-BADGE TO WS-MST-BADGE
           STRING 'NAME ' EMP-NAME '  STATUS ' EMP-STATUS
                  '  TERMINATED ' EMP-TERM-DATE
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           STRING 'LOCATION ' EMP-LOC '  DEPT ' EMP-DEPT
                  '  TECH ' EMP-TECH '  BADGE ' EMP-BADGE
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           STRING 'BORN ' EMP-DOB '  HIRED ' EMP-HIRE-DATE
                  '  CERTIFICATION EXPIRES ' EMP-CERT-EXP-DATE
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           STRING 'E-MAIL ' EMP-EMAIL
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           MOVE EMP-EARN TO WS-EDIT-AMT
           MOVE EMP-DEDN TO WS-EDIT-AMT2
           STRING 'EARNINGS ' WS-EDIT-AMT '  DEDUCTIONS '
                  WS-EDIT-AMT2
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       2200-AUDIT-HIST-PARA.
           MOVE 2 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT AUDIT-HIST-FILE
           IF WS-FILE-STAT3 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N'        TO WS-EOF-FLAG
               MOVE WS-DSAR-ID TO AH-EMP-ID
               MOVE ZERO       TO AH-DATE AH-TIME AH-SEQ
               START AUDIT-HIST-FILE KEY NOT < AH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM 2250-READ-AUDIT-PARA UNTIL END-OF-SECTION
               CLOSE AUDIT-HIST-FILE
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       2250-READ-AUDIT-PARA.
           READ AUDIT-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF AH-EMP-ID NOT = WS-DSAR-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 2260-SHOW-AUDIT-PARA
                   END-IF
           END-READ.
       2260-SHOW-AUDIT-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           IF AH-BEFORE-IMAGE
               MOVE 'BEFORE' TO WS-IMAGE-TEXT
           ELSE
               MOVE 'AFTER ' TO WS-IMAGE-TEXT
           END-IF
           MOVE AH-IMAGE TO AUDIT-IMAGE-RECORD
           MOVE AHI-EARN TO WS-EDIT-AMT
           STRING 'CHANGED ' AH-DATE ' ' AH-TIME '  TRAN '
                  AH-TRAN-CODE ' ' WS-IMAGE-TEXT '  BY '
                  AH-SOURCE-PGM '  BATCH ' AH-BATCH-ID
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           STRING '  NAME ' AHI-NAME ' LOC ' AHI-LOC ' DEPT '
                  AHI-DEPT ' STATUS ' AHI-STATUS ' EARN '
                  WS-EDIT-AMT
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       2300-PAY-HIST-PARA.
           MOVE 3 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT PAYHIST-FILE
           IF WS-FILE-STAT4 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N'        TO WS-EOF-FLAG
               MOVE WS-DSAR-ID TO PH-EMP-ID
               MOVE ZERO       TO PH-PERIOD PH-SEQ
               START PAYHIST-FILE KEY NOT < PH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM 2350-READ-PAY-PARA UNTIL END-OF-SECTION
               CLOSE PAYHIST-FILE
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       2350-READ-PAY-PARA.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PH-EMP-ID NOT = WS-DSAR-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 2360-SHOW-PAY-PARA
                   END-IF
           END-READ.
       2360-SHOW-PAY-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           IF PH-REVERSAL
               MOVE 'REVERSAL' TO WS-ENTRY-TEXT
           ELSE
               MOVE 'PAY     ' TO WS-ENTRY-TEXT
           END-IF
           STRING 'PERIOD ' PH-PERIOD ' SEQ ' PH-SEQ '  '
                  WS-ENTRY-TEXT '  PAID ' PH-PAY-DATE
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           MOVE PH-GROSS TO WS-EDIT-AMT
           MOVE PH-TAX   TO WS-EDIT-AMT2
           MOVE PH-DEDN  TO WS-EDIT-AMT3
           MOVE PH-NET   TO WS-EDIT-AMT4
           STRING '  GROSS ' WS-EDIT-AMT ' TAX ' WS-EDIT-AMT2
                  ' DEDN ' WS-EDIT-AMT3 ' NET ' WS-EDIT-AMT4
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       2400-YTD-PARA.
           MOVE 4 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT YTD-MASTER
           IF WS-FILE-STAT5 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE WS-DSAR-ID TO YTD-EMP-ID
               READ YTD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2450-SHOW-YTD-PARA
               END-READ
               CLOSE YTD-MASTER
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       2450-SHOW-YTD-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           MOVE YTD-EARN TO WS-EDIT-AMT
           MOVE YTD-DEDN TO WS-EDIT-AMT2
           STRING 'YEAR ' YTD-LAST-YR '  EARNINGS ' WS-EDIT-AMT
                  '  DEDUCTIONS ' WS-EDIT-AMT2
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           PERFORM 2460-SHOW-MONTH-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 12.
       2460-SHOW-MONTH-PARA.
           IF YTD-MTH-EARN(WS-SUB) > ZERO
               OR YTD-MTH-DEDN(WS-SUB) > ZERO
               MOVE YTD-MTH-EARN(WS-SUB) TO WS-EDIT-AMT
               MOVE YTD-MTH-DEDN(WS-SUB) TO WS-EDIT-AMT2
               STRING '  MONTH ' WS-SUB '  EARNINGS ' WS-EDIT-AMT
                      '  DEDUCTIONS ' WS-EDIT-AMT2
                      DELIMITED BY SIZE INTO OUT-DTL-TEXT
               END-STRING
               PERFORM 7200-WRITE-DETAIL-PARA
           END-IF.
       2500-LEAVE-PARA.
           MOVE 5 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT LEAVE-MASTER
           IF WS-FILE-STAT6 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE WS-DSAR-ID TO LV-EMP-ID
               READ LEAVE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2550-SHOW-LEAVE-PARA
               END-READ
               CLOSE LEAVE-MASTER
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       2550-SHOW-LEAVE-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           MOVE LV-ACCRUED TO WS-EDIT-DAYS
           MOVE LV-TAKEN   TO WS-EDIT-DAYS2
           MOVE LV-BALANCE TO WS-EDIT-DAYS3
           STRING 'YEAR ' LV-LAST-YR '  ACCRUED ' WS-EDIT-DAYS
                  '  TAKEN ' WS-EDIT-DAYS2 '  BALANCE '
                  WS-EDIT-DAYS3 '  LAST ACCRUAL ' LV-LAST-ACCR-PER
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       2600-TYPED-LEAVE-PARA.
           MOVE 6 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT TYPED-LEAVE-MASTER
           IF WS-FILE-STAT7 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N'        TO WS-EOF-FLAG
               MOVE WS-DSAR-ID TO LVT-EMP-ID
               MOVE LOW-VALUES TO LVT-TYPE
               START TYPED-LEAVE-MASTER KEY NOT < LVT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM 2650-READ-TYPED-LEAVE-PARA
                   UNTIL END-OF-SECTION
               CLOSE TYPED-LEAVE-MASTER
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       2650-READ-TYPED-LEAVE-PARA.
           READ TYPED-LEAVE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF LVT-EMP-ID NOT = WS-DSAR-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 2660-SHOW-TYPED-LEAVE-PARA
                   END-IF
           END-READ.
       2660-SHOW-TYPED-LEAVE-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           MOVE LVT-GRANTED TO WS-EDIT-DAYS
           MOVE LVT-TAKEN   TO WS-EDIT-DAYS2
           MOVE LVT-BALANCE TO WS-EDIT-DAYS3
           MOVE LVT-UNCERT  TO WS-EDIT-DAYS4
           STRING 'TYPE ' LVT-TYPE ' YEAR ' LVT-YEAR ' GRANTED '
                  WS-EDIT-DAYS ' TAKEN ' WS-EDIT-DAYS2 ' BALANCE '
                  WS-EDIT-DAYS3 ' UNCERTIFIED ' WS-EDIT-DAYS4
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       2700-SKILLS-PARA.
           MOVE 7 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT SKILL-MASTER
           IF WS-FILE-STAT8 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N'        TO WS-EOF-FLAG
               MOVE WS-DSAR-ID TO SKL-EMP-ID
               MOVE LOW-VALUES TO SKL-SKILL
               START SKILL-MASTER KEY NOT < SKL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM 2750-READ-SKILL-PARA UNTIL END-OF-SECTION
               CLOSE SKILL-MASTER
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       2750-READ-SKILL-PARA.
           READ SKILL-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF SKL-EMP-ID NOT = WS-DSAR-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO CVR-COUNT(WS-SECT)
                       STRING 'SKILL ' SKL-SKILL '  PROFICIENCY '
                              SKL-PROF '  RECORDED ' SKL-DATE
                              DELIMITED BY SIZE INTO OUT-DTL-TEXT
                       END-STRING
                       PERFORM 7200-WRITE-DETAIL-PARA
                   END-IF
           END-READ.
       2800-DEPENDENTS-PARA.
           MOVE 8 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT DEPENDENT-MASTER
           IF WS-FILE-STAT9 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N'        TO WS-EOF-FLAG
               MOVE WS-DSAR-ID TO DPN-EMP-ID
               MOVE ZERO       TO DPN-SEQ
               START DEPENDENT-MASTER KEY NOT < DPN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM 2850-READ-DEPENDENT-PARA
                   UNTIL END-OF-SECTION
               CLOSE DEPENDENT-MASTER
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       2850-READ-DEPENDENT-PARA.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF DPN-EMP-ID NOT = WS-DSAR-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO CVR-COUNT(WS-SECT)
                       STRING 'DEPENDENT ' DPN-SEQ ' ' DPN-NAME
                              ' ' DPN-RELATION ' BORN ' DPN-DOB
                              ' BENEF ' DPN-BENEF-FLAG
                              ' STATUS ' DPN-STATUS
                              DELIMITED BY SIZE INTO OUT-DTL-TEXT
                       END-STRING
                       PERFORM 7200-WRITE-DETAIL-PARA
                   END-IF
           END-READ.
       2900-BANK-PARA.
           MOVE 9 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT BANK-MASTER
           IF WS-FILE-STAT10 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE WS-DSAR-ID TO BNK-EMP-ID
               READ BANK-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CVR-COUNT(WS-SECT)
                       STRING 'BANK ' BNK-BANK-CODE '  ACCOUNT '
                              BNK-ACCT-NO '  NAME ' BNK-ACCT-NAME
                              DELIMITED BY SIZE INTO OUT-DTL-TEXT
                       END-STRING
                       PERFORM 7200-WRITE-DETAIL-PARA
               END-READ
               CLOSE BANK-MASTER
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       3000-SPLITS-PARA.
           MOVE 10 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT BANK-SPLIT-FILE
           IF WS-FILE-STAT11 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N'        TO WS-EOF-FLAG
               MOVE WS-DSAR-ID TO BSP-EMP-ID
               MOVE ZERO       TO BSP-PRIORITY
               START BANK-SPLIT-FILE KEY NOT < BSP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM 3050-READ-SPLIT-PARA UNTIL END-OF-SECTION
               CLOSE BANK-SPLIT-FILE
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       3050-READ-SPLIT-PARA.
           READ BANK-SPLIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF BSP-EMP-ID NOT = WS-DSAR-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 3060-SHOW-SPLIT-PARA
                   END-IF
           END-READ.
       3060-SHOW-SPLIT-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           MOVE BSP-AMOUNT TO WS-EDIT-AMT
           MOVE BSP-PCT    TO WS-EDIT-PCT
           STRING 'PRIORITY ' BSP-PRIORITY '  BANK ' BSP-BANK-CODE
                  '  ACCOUNT ' BSP-ACCT-NO '  TYPE '
                  BSP-SPLIT-TYPE
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           STRING '  NAME ' BSP-ACCT-NAME '  AMOUNT ' WS-EDIT-AMT
                  '  PCT ' WS-EDIT-PCT
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       3100-PENDING-BANK-PARA.
           MOVE 11 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT BANK-PENDING-FILE
           IF WS-FILE-STAT12 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N'        TO WS-EOF-FLAG
               MOVE WS-DSAR-ID TO BPN-EMP-ID
               MOVE LOW-VALUES TO BPN-TARGET
               MOVE ZERO       TO BPN-PRIORITY
               START BANK-PENDING-FILE KEY NOT < BPN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM 3150-READ-PENDING-PARA UNTIL END-OF-SECTION
               CLOSE BANK-PENDING-FILE
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       3150-READ-PENDING-PARA.
           READ BANK-PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF BPN-EMP-ID NOT = WS-DSAR-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 3160-SHOW-PENDING-PARA
                   END-IF
           END-READ.
       3160-SHOW-PENDING-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           IF BPN-SPLIT-ACCOUNT
               MOVE 'SPLIT' TO WS-TARGET-TEXT
           ELSE
               MOVE 'MAIN ' TO WS-TARGET-TEXT
           END-IF
           MOVE BPN-AMOUNT TO WS-EDIT-AMT
           MOVE BPN-PCT    TO WS-EDIT-PCT
           STRING 'PENDING ' WS-TARGET-TEXT ' ' BPN-PRIORITY
                  ' BANK ' BPN-BANK-CODE ' ACCOUNT ' BPN-ACCT-NO
                  ' AMT ' WS-EDIT-AMT
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           STRING '  NAME ' BPN-ACCT-NAME ' KEYED ' BPN-KEYED-DATE
                  ' NOTICE ' BPN-NOTICE-FLAG ' ' BPN-NOTICE-DATE
                  ' PCT ' WS-EDIT-PCT
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       3200-LOANS-PARA.
           MOVE 12 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT LOAN-MASTER
           IF WS-FILE-STAT13 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N'        TO WS-EOF-FLAG
               MOVE WS-DSAR-ID TO LON-EMP-ID
               MOVE ZERO       TO LON-NO
               START LOAN-MASTER KEY NOT < LON-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM 3250-READ-LOAN-PARA UNTIL END-OF-SECTION
               CLOSE LOAN-MASTER
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       3250-READ-LOAN-PARA.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF LON-EMP-ID NOT = WS-DSAR-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 3260-SHOW-LOAN-PARA
                   END-IF
           END-READ.
       3260-SHOW-LOAN-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           STRING 'LOAN ' LON-NO '  TYPE ' LON-TYPE '  ISSUED '
                  LON-ISSUE-DATE '  STATUS ' LON-STATUS
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           MOVE LON-PRINCIPAL TO WS-EDIT-AMT
           MOVE LON-INSTALL   TO WS-EDIT-AMT2
           MOVE LON-BALANCE   TO WS-EDIT-AMT3
           STRING '  PRINCIPAL ' WS-EDIT-AMT ' INSTALMENT '
                  WS-EDIT-AMT2 ' BALANCE ' WS-EDIT-AMT3
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       3300-GARNISH-PARA.
           MOVE 13 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT GARNISH-MASTER
           IF WS-FILE-STAT14 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N'        TO WS-EOF-FLAG
               MOVE WS-DSAR-ID TO GRN-EMP-ID
               MOVE ZERO       TO GRN-PRIORITY
               START GARNISH-MASTER KEY NOT < GRN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
               PERFORM 3350-READ-GARNISH-PARA UNTIL END-OF-SECTION
               CLOSE GARNISH-MASTER
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       3350-READ-GARNISH-PARA.
           READ GARNISH-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF GRN-EMP-ID NOT = WS-DSAR-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 3360-SHOW-GARNISH-PARA
                   END-IF
           END-READ.
       3360-SHOW-GARNISH-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           STRING 'ORDER ' GRN-PRIORITY '  AUTHORITY '
                  GRN-AUTHORITY '  REF ' GRN-ORDER-REF
                  '  STATUS ' GRN-STATUS
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           MOVE GRN-PER-AMOUNT TO WS-EDIT-AMT
           MOVE GRN-FLOOR      TO WS-EDIT-AMT2
           MOVE GRN-ARREARS    TO WS-EDIT-AMT3
           STRING '  PER PERIOD ' WS-EDIT-AMT ' FLOOR '
                  WS-EDIT-AMT2 ' ARREARS ' WS-EDIT-AMT3
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       3400-TIMECARDS-PARA.
           MOVE 14 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT TIMEAPPR-FILE
           IF WS-FILE-STAT15 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3450-READ-TIMECARD-PARA UNTIL END-OF-SECTION
               CLOSE TIMEAPPR-FILE
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       3450-READ-TIMECARD-PARA.
           READ TIMEAPPR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF TC-EMP-ID = WS-DSAR-ID
                       ADD 1 TO CVR-COUNT(WS-SECT)
                       MOVE TC-HOURS TO WS-EDIT-HRS
                       STRING 'WORKED ' TC-WORK-DATE '  HOURS '
                              WS-EDIT-HRS '  PROJECT ' TC-PROJECT
                              '  SHIFT ' TC-SHIFT
                              DELIMITED BY SIZE INTO OUT-DTL-TEXT
                       END-STRING
                       PERFORM 7200-WRITE-DETAIL-PARA
                   END-IF
           END-READ.
       3500-SALARY-HIST-PARA.
           MOVE 15 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT SALHIST-FILE
           IF WS-FILE-STAT16 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3550-READ-SALARY-PARA UNTIL END-OF-SECTION
               CLOSE SALHIST-FILE
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       3550-READ-SALARY-PARA.
           READ SALHIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF SAL-EMP-ID = WS-DSAR-ID
                       ADD 1 TO CVR-COUNT(WS-SECT)
                       MOVE SAL-OLD-EARN TO WS-EDIT-SAL
                       MOVE SAL-NEW-EARN TO WS-EDIT-SAL2
                       STRING 'CHANGED ' SAL-CHANGE-DATE
                              ' EFFECTIVE ' SAL-EFF-DATE ' FROM '
                              WS-EDIT-SAL ' TO ' WS-EDIT-SAL2
                              ' BY ' SAL-SOURCE-PGM
                              DELIMITED BY SIZE INTO OUT-DTL-TEXT
                       END-STRING
                       PERFORM 7200-WRITE-DETAIL-PARA
                   END-IF
           END-READ.
      *****************************************************
      *  A LOOKUP COUNTS AS BEING ABOUT THE PERSON WHEN THE *
      *  SEARCH KEY WAS THEIR EMP-ID, OR THEIR BADGE OR     *
      *  NAME AS THE MASTER HOLDS THEM NOW - EMPPROF AND    *
      *  THE SEARCHES ACCEPT ALL THREE.                     *
      *****************************************************
       3600-ACCESS-LOG-PARA.
           MOVE 16 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-FILE-STAT17 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3650-READ-ACCESS-PARA UNTIL END-OF-SECTION
               CLOSE ACCESS-LOG-FILE
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       3650-READ-ACCESS-PARA.
           READ ACCESS-LOG-FILE INTO ACCESS-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF ACC-SEARCH-KEY = WS-DSAR-ID
                       OR (ON-MASTER
                           AND (ACC-SEARCH-KEY = WS-MST-BADGE
                           OR ACC-SEARCH-KEY = WS-MST-NAME))
                       PERFORM 3660-SHOW-ACCESS-PARA
                   END-IF
           END-READ.
       3660-SHOW-ACCESS-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           STRING 'LOOKED UP ' ACC-DATE ' ' ACC-TIME ' BY '
                  ACC-OPERATOR ' VIA ' ACC-PROGRAM ' KEY '
                  ACC-SEARCH-KEY ' FOUND ' ACC-FOUND
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       3700-EXCEPTIONS-PARA.
           MOVE 17 TO WS-SECT
           PERFORM 7000-START-SECTION-PARA
           OPEN INPUT REGISTER-FILE
           IF WS-FILE-STAT18 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3750-READ-EXCEPTION-PARA UNTIL END-OF-SECTION
               CLOSE REGISTER-FILE
           END-IF
           PERFORM 7100-END-SECTION-PARA.
       3750-READ-EXCEPTION-PARA.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF EXR-OPEN
                       AND EXR-KEY(1:5) = WS-DSAR-ID
                       AND EXR-KEY(6:1) = SPACE
                       PERFORM 3760-SHOW-EXCEPTION-PARA
                   END-IF
           END-READ.
       3760-SHOW-EXCEPTION-PARA.
           ADD 1 TO CVR-COUNT(WS-SECT)
           STRING 'RAISED ' EXR-DATE ' ' EXR-TIME ' BY '
                  EXR-SOURCE-PGM '  KEY ' EXR-KEY
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA
           STRING '  ' EXR-TEXT
                  DELIMITED BY SIZE INTO OUT-DTL-TEXT
           END-STRING
           PERFORM 7200-WRITE-DETAIL-PARA.
       7000-START-SECTION-PARA.
           MOVE CVR-DESC(WS-SECT) TO OUT-SEC-DESC
           MOVE CVR-FILE(WS-SECT) TO OUT-SEC-FILE
           WRITE WORK-RECORD FROM BLANK-LINE
           WRITE WORK-RECORD FROM SECTION-LINE.
       7050-NOT-AVAILABLE-PARA.
           MOVE 'NOT AVAILABLE' TO CVR-RESULT(WS-SECT)
           ADD 1 TO WS-TOT-MISSING
           DISPLAY CVR-FILE(WS-SECT) ' NOT AVAILABLE - NOT SEARCHED'.
       7100-END-SECTION-PARA.
           IF CVR-RESULT(WS-SECT) = 'NOT AVAILABLE'
               MOVE 'FILE NOT AVAILABLE - NOT SEARCHED'
                   TO OUT-DTL-TEXT
               PERFORM 7200-WRITE-DETAIL-PARA
           ELSE
               IF CVR-COUNT(WS-SECT) = ZERO
                   MOVE 'NO RECORDS HELD' TO OUT-DTL-TEXT
                   PERFORM 7200-WRITE-DETAIL-PARA
               END-IF
           END-IF
           ADD CVR-COUNT(WS-SECT) TO WS-TOT-RECORDS.
       7200-WRITE-DETAIL-PARA.
           WRITE WORK-RECORD FROM DETAIL-LINE
           MOVE SPACES TO OUT-DTL-TEXT.
       8000-LOG-ACCESS-PARA.
           MOVE WS-OPERATOR TO ACC-OPERATOR
           MOVE 'EMPDSAR '  TO ACC-PROGRAM
           MOVE WS-DSAR-ID  TO ACC-SEARCH-KEY
           IF WS-TOT-RECORDS > ZERO
               MOVE 'Y' TO ACC-FOUND
           ELSE
               MOVE 'N' TO ACC-FOUND
           END-IF
           CALL 'ACCLOGW' USING ACCESS-RECORD.
      *****************************************************
      *  THE COVER PAGE NEEDS THE COUNTS, SO IT IS WRITTEN  *
      *  LAST, STRAIGHT TO DSAREXP.DAT, AND THE SECTIONS    *
      *  ARE COPIED IN BEHIND IT FROM THE WORK FILE.        *
      *****************************************************
       9000-TERMINATION-PARA.
           CLOSE WORK-FILE
           OPEN OUTPUT EXPORT-FILE
           IF WS-FILE-STAT20 NOT = '00'
               DISPLAY 'DSAREXP.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT20
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 9100-WRITE-COVER-PARA
               MOVE 'N' TO WS-WORK-EOF-FLAG
               OPEN INPUT WORK-FILE
               PERFORM 9200-COPY-WORK-PARA UNTIL END-OF-WORK
               CLOSE WORK-FILE
               CLOSE EXPORT-FILE
           END-IF
           DISPLAY '** RIGHT-OF-ACCESS EXTRACT SUMMARY **'
           DISPLAY 'EMP-ID            : ', WS-DSAR-ID
           DISPLAY 'REQUEST REFERENCE : ', WS-DSAR-REF
           DISPLAY 'RECORDS RETURNED  : ', WS-TOT-RECORDS
           DISPLAY 'FILES NOT SEARCHED: ', WS-TOT-MISSING
           IF WS-TOT-MISSING > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-WRITE-COVER-PARA.
           MOVE WS-DSAR-ID  TO OUT-HDR-EMP-ID
           MOVE WS-DSAR-REF TO OUT-HDR-REF
           MOVE WS-TODAY    TO OUT-HDR-DATE
           IF ON-MASTER
               MOVE WS-MST-NAME TO OUT-HDR-NAME
           ELSE
               MOVE 'NOT ON MASTER' TO OUT-HDR-NAME
           END-IF
           WRITE EXPORT-RECORD FROM HEADING-LINE1
           WRITE EXPORT-RECORD FROM HEADING-LINE2
           WRITE EXPORT-RECORD FROM BLANK-LINE
           WRITE EXPORT-RECORD FROM HEADING-LINE3
           PERFORM 9150-WRITE-COVER-LINE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SECTION-COUNT
           MOVE WS-TOT-RECORDS TO OUT-CVR-TOTAL
           WRITE EXPORT-RECORD FROM BLANK-LINE
           WRITE EXPORT-RECORD FROM COVER-TOTAL-LINE
           WRITE EXPORT-RECORD FROM COVER-NOTE-LINE
           WRITE EXPORT-RECORD FROM RULE-LINE.
       9150-WRITE-COVER-LINE-PARA.
           MOVE CVR-FILE(WS-SUB)   TO OUT-CVR-FILE
           MOVE CVR-DESC(WS-SUB)   TO OUT-CVR-DESC
           MOVE CVR-COUNT(WS-SUB)  TO OUT-CVR-COUNT
           MOVE CVR-RESULT(WS-SUB) TO OUT-CVR-RESULT
           WRITE EXPORT-RECORD FROM COVER-LINE.
       9200-COPY-WORK-PARA.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-FLAG
               NOT AT END
                   WRITE EXPORT-RECORD FROM WORK-RECORD
           END-READ.
