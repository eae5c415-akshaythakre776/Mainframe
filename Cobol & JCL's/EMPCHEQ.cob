       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCHEQ.
      *****************************************************
      *  CHEQUE AND PAYMENT-ORDER ISSUANCE FOR NET PAY THE  *
      *  BANK IS NOT PAYING.  FIRST APPLIES CHQTRAN.DAT TO  *
      *  THE CHEQUE REGISTER (CHQREG.DAT, CHQREG.CPY): 'K'  *
      *  LOADS A NEW CONTROLLED STOCK RANGE ONTO            *
      *  CHQSTOCK.DAT, 'V' VOIDS AN ISSUED CHEQUE, 'R'      *
      *  REISSUES IT UNDER THE NEXT STOCK NUMBER (THE OLD   *
      *  ONE IS KEPT AS REPLACED) AND 'P' MARKS IT          *
      *  PRESENTED; A ZERO DATE MEANS TODAY.  THEN TAKES    *
      *  EVERY ITEM EMPBANK LISTED ON BANKEXC.DAT (NO BANK  *
      *  RECORD, OR MARKED FOR MANUAL PAYMENT ON            *
      *  MANPAY.DAT) AND ISSUES A NUMBERED CHEQUE OR        *
      *  PAYMENT ORDER FOR THE NETPAY.DAT NET, PRINTED ON   *
      *  CHEQUES.DAT.  AN ITEM ALREADY COVERED BY A LIVE    *
      *  CHEQUE FOR THE SAME PAY DATE IS NOT PAID TWICE, SO *
      *  A RERUN IS SAFE.  ITEMS AND TRANSACTIONS ARE       *
      *  LISTED ON CHQRPT.DAT, ISSUED CHEQUES STILL         *
      *  UNPRESENTED AFTER 90 DAYS ON CHQSTALE.DAT, AND THE *
      *  PAID AND UNPAID TOTALS GO TO CHQCTL.DAT FOR THE    *
      *  EMPFUNDS RECONCILIATION.  RUNNING OUT OF STOCK     *
      *  ENDS RC=8; A REJECTED TRANSACTION, AN UNPAID ITEM  *
      *  OR A STALE CHEQUE ENDS RC=4.  THE REGISTER IS      *
      *  CREATED ON FIRST USE.                              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXC-LIST-FILE ASSIGN TO 'BANKEXC.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NETPAY-FILE ASSIGN TO 'NETPAY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS NP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT CHEQUE-REGISTER ASSIGN TO 'CHQREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHQ-NUMBER
           ALTERNATE RECORD KEY IS CHQ-EMP-ID WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT CHEQUE-TRAN-FILE ASSIGN TO 'CHQTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT STOCK-FILE ASSIGN TO 'CHQSTOCK.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT MANUAL-PAY-FILE ASSIGN TO 'MANPAY.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT FORMS-FILE ASSIGN TO 'CHEQUES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT REPORT-FILE ASSIGN TO 'CHQRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT STALE-FILE ASSIGN TO 'CHQSTALE.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT CHEQUE-CONTROL-FILE ASSIGN TO 'CHQCTL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT11.
       DATA DIVISION.
       FILE SECTION.
       FD  EXC-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXC-LIST-RECORD.
           03  EXL-EMP-ID          PIC X(05).
           03  EXL-GAP             PIC X(01).
           03  FILLER              PIC X(01).
           03  EXL-NET             PIC ZZZ,ZZ9.99.
           03  FILLER              PIC X(63).
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  CHEQUE-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       COPY CHQREG.
       FD  CHEQUE-TRAN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CHEQUE-TRAN-RECORD.
           03  CT-ACTION           PIC X(01).
               88  CT-STOCK                   VALUE 'K'.
               88  CT-VOID                    VALUE 'V'.
               88  CT-REISSUE                 VALUE 'R'.
               88  CT-PRESENTED               VALUE 'P'.
           03  CT-CHEQUE-NO        PIC 9(08).
           03  CT-LAST-NO          PIC 9(08).
           03  CT-DATE             PIC 9(08).
           03  FILLER              PIC X(15).
       FD  STOCK-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  STOCK-RECORD.
           03  CKS-FIRST           PIC 9(08).
           03  CKS-LAST            PIC 9(08).
           03  CKS-NEXT            PIC 9(08).
           03  FILLER              PIC X(06).
       FD  MANUAL-PAY-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY MANPAY.
       FD  FORMS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FORMS-RECORD            PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  STALE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STALE-RECORD            PIC X(80).
       FD  CHEQUE-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
       COPY CHQCTL.
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
       01  WS-TRAN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-TRANS                  VALUE 'Y'.
       01  WS-EXC-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-EXCEPTIONS             VALUE 'Y'.
       01  WS-REG-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-REGISTER               VALUE 'Y'.
       01  WS-MAN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-MANUAL                 VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-REG-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  REGISTER-FILE-OPEN            VALUE 'Y'.
       01  WS-NETPAY-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  NETPAY-FILE-OPEN              VALUE 'Y'.
       01  WS-ISSUE-RUN-FLAG       PIC X(01) VALUE 'N'.
           88  ISSUE-PASS-RUN                VALUE 'Y'.
       01  WS-STOCK-FLAG           PIC X(01) VALUE 'N'.
           88  STOCK-LOADED                  VALUE 'Y'.
       01  WS-NUMBER-FLAG          PIC X(01) VALUE 'N'.
           88  NUMBER-TAKEN                  VALUE 'Y'.
       01  WS-LIVE-FLAG            PIC X(01) VALUE 'N'.
           88  LIVE-CHEQUE-FOUND             VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01) VALUE SPACES.
           88  TRAN-APPLIED                  VALUE 'A'.
           88  TRAN-REJECTED                 VALUE 'R'.
       01  WS-ITEM-CODE            PIC X(01) VALUE SPACES.
           88  ITEM-ISSUED                   VALUE 'I'.
           88  ITEM-ALREADY-PAID             VALUE 'A'.
           88  ITEM-NIL-NET                  VALUE 'Z'.
           88  ITEM-UNPAID                   VALUE 'U'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-TRAN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-TRAN-EMP-ID          PIC X(05) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-STALE-CUTOFF         PIC 9(08) VALUE ZERO.
       COPY DATEREQ.
      *    THE CONTROLLED STOCK RANGE, HELD HERE FOR THE RUN
      *    AND WRITTEN BACK TO CHQSTOCK.DAT AT THE END.
       01  WS-STOCK-FIRST          PIC 9(08) VALUE ZERO.
       01  WS-STOCK-LAST           PIC 9(08) VALUE ZERO.
       01  WS-STOCK-NEXT           PIC 9(08) VALUE ZERO.
       01  WS-NEW-NUMBER           PIC 9(08) VALUE ZERO.
       01  WS-LIVE-NUMBER          PIC 9(08) VALUE ZERO.
       01  WS-SAVE-CHEQUE          PIC X(80) VALUE SPACES.
       01  WS-PAY-AMT              PIC 9(7)V99 VALUE ZERO.
       01  WS-PAY-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CTL-PAY-DATE         PIC 9(08) VALUE ZERO.
       01  WS-METHOD               PIC X(01) VALUE 'C'.
       01  WS-MAN-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-MSUB                 PIC 9(03) VALUE ZERO.
       01  WS-MANUAL-TABLE.
           03  MAN-ENTRY           OCCURS 100 TIMES.
               05  TBL-MAN-EMP-ID  PIC X(05).
               05  TBL-MAN-METHOD  PIC X(01).
       01  WS-COUNTERS.
           03  WS-TOT-TRAN         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-VOIDED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-REISSUED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-PRESENTED    PIC 9(05) VALUE ZERO.
           03  WS-TOT-ITEMS        PIC 9(05) VALUE ZERO.
           03  WS-TOT-ISSUED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-ALREADY      PIC 9(05) VALUE ZERO.
           03  WS-TOT-PAID         PIC 9(05) VALUE ZERO.
           03  WS-TOT-UNPAID       PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-STOCK     PIC 9(05) VALUE ZERO.
           03  WS-TOT-STOCK-ERR    PIC 9(05) VALUE ZERO.
           03  WS-TOT-STALE        PIC 9(05) VALUE ZERO.
       01  WS-ISSUED-AMT           PIC 9(11)V99 VALUE ZERO.
       01  WS-PAID-AMT             PIC 9(11)V99 VALUE ZERO.
       01  WS-UNPAID-AMT           PIC 9(11)V99 VALUE ZERO.
       01  WS-STALE-AMT            PIC 9(11)V99 VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'CHEQUE AND PAYMENT-ORDER ISSUANCE'.
       01  TRAN-HEADING1           PIC X(80) VALUE
           'CHEQUE REGISTER TRANSACTIONS'.
       01  TRAN-HEADING2.
           03  FILLER              PIC X(09) VALUE 'CHEQUE'.
           03  FILLER              PIC X(02) VALUE 'AC'.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(10) VALUE 'RESULT'.
           03  FILLER              PIC X(53) VALUE 'REASON'.
       01  TRAN-LINE.
           03  OUT-TR-NUMBER       PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TR-ACTION       PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TR-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TR-RESULT       PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TR-REASON       PIC X(30) VALUE SPACES.
       01  ITEM-HEADING1           PIC X(80) VALUE
           'NET PAY NOT CREDITED BY THE BANK (BANKEXC.DAT)'.
       01  ITEM-HEADING2.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(02) VALUE 'M'.
           03  FILLER              PIC X(15) VALUE '    NET AMOUNT'.
           03  FILLER              PIC X(09) VALUE 'CHEQUE'.
           03  FILLER              PIC X(08) VALUE 'RESULT'.
           03  FILLER              PIC X(40) VALUE 'REASON'.
       01  ITEM-LINE.
           03  OUT-IT-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-IT-METHOD       PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-IT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-IT-NUMBER       PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-IT-RESULT       PIC X(07) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-IT-REASON       PIC X(30) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(08) VALUE 'TRANS: '.
           03  OUT-TOT-TRAN        PIC ZZZZ9.
           03  FILLER              PIC X(11) VALUE '  APPLIED: '.
           03  OUT-TOT-APPLIED     PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(08) VALUE 'ITEMS: '.
           03  OUT-TOT-ITEMS       PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  ISSUED: '.
           03  OUT-TOT-ISSUED      PIC ZZZZ9.
           03  FILLER              PIC X(11) VALUE '  ALREADY: '.
           03  OUT-TOT-ALREADY     PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  UNPAID: '.
           03  OUT-TOT-UNPAID      PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(14) VALUE 'ISSUED VALUE: '.
           03  OUT-ISSUED-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(16) VALUE
               '  UNPAID VALUE: '.
           03  OUT-UNPAID-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(14) VALUE 'STOCK NEXT:  '.
           03  OUT-STOCK-NEXT      PIC 9(08).
           03  FILLER              PIC X(08) VALUE '  LAST: '.
           03  OUT-STOCK-LAST      PIC 9(08).
       01  STALE-HEADING1          PIC X(80) VALUE
           'STALE CHEQUES - ISSUED AND NOT PRESENTED AFTER 90 DAYS'.
       01  STALE-HEADING2.
           03  FILLER              PIC X(14) VALUE
               'ISSUED BEFORE '.
           03  OUT-STALE-CUTOFF    PIC 9(08).
       01  STALE-HEADING3.
           03  FILLER              PIC X(09) VALUE 'CHEQUE'.
           03  FILLER              PIC X(02) VALUE 'T'.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(16) VALUE 'PAYEE'.
           03  FILLER              PIC X(12) VALUE '      AMOUNT'.
           03  FILLER              PIC X(09) VALUE ' ISSUED'.
           03  FILLER              PIC X(26) VALUE ' PAY DATE'.
       01  STALE-LINE.
           03  OUT-ST-NUMBER       PIC 9(08).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ST-TYPE         PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ST-EMP-ID       PIC X(05).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ST-PAYEE        PIC X(15).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ST-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ST-ISSUE-DATE   PIC 9(08).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ST-PAY-DATE     PIC 9(08).
       01  STALE-SUMMARY.
           03  FILLER              PIC X(15) VALUE 'STALE CHEQUES: '.
           03  OUT-TOT-STALE       PIC ZZZZ9.
           03  FILLER              PIC X(09) VALUE '  VALUE: '.
           03  OUT-STALE-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *    THE PRINTED FORM - ONE BLOCK PER CHEQUE OR PAYMENT
      *    ORDER, AMOUNT CHECK-PROTECTED WITH ASTERISKS.
       01  FORM-RULE               PIC X(80) VALUE ALL '-'.
       01  FORM-LINE1.
           03  OUT-FRM-TITLE       PIC X(14) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE 'NO. '.
           03  OUT-FRM-NUMBER      PIC 9(08).
           03  FILLER              PIC X(30) VALUE SPACES.
           03  FILLER              PIC X(05) VALUE 'DATE '.
           03  OUT-FRM-DATE        PIC 9(08).
       01  FORM-LINE2.
           03  FILLER              PIC X(12) VALUE 'PAY'.
           03  OUT-FRM-PAYEE       PIC X(15).
           03  FILLER              PIC X(06) VALUE '  EMP '.
           03  OUT-FRM-EMP-ID      PIC X(05).
       01  FORM-LINE3.
           03  FILLER              PIC X(12) VALUE 'THE SUM OF'.
           03  OUT-FRM-AMOUNT      PIC *,***,**9.99.
       01  FORM-LINE4.
           03  FILLER              PIC X(12) VALUE 'PAY DATE'.
           03  OUT-FRM-PAY-DATE    PIC 9(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-FRM-REPL-TEXT   PIC X(13) VALUE SPACES.
           03  OUT-FRM-REPLACES    PIC X(08) VALUE SPACES.
       01  FORM-LINE5              PIC X(80) VALUE
           'NOT NEGOTIABLE AFTER 90 DAYS FROM DATE OF ISSUE'.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-APPLY-TRAN-PARA UNTIL END-OF-TRANS
           PERFORM 3000-ISSUE-PARA UNTIL END-OF-EXCEPTIONS
           PERFORM 4000-STALE-LIST-PARA.
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'AD'            TO DTQ-FUNCTION
           MOVE WS-TODAY-NUM    TO DTQ-DATE-1
           MOVE -90             TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-STALE-CUTOFF
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM TRAN-HEADING1
           WRITE REPORT-RECORD FROM TRAN-HEADING2
           OPEN OUTPUT FORMS-FILE
           OPEN OUTPUT STALE-FILE
           MOVE WS-STALE-CUTOFF TO OUT-STALE-CUTOFF
           WRITE STALE-RECORD FROM STALE-HEADING1
           WRITE STALE-RECORD FROM STALE-HEADING2
           WRITE STALE-RECORD FROM STALE-HEADING3
           OPEN INPUT STOCK-FILE
           IF WS-FILE-STAT6 = '00'
               READ STOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y'       TO WS-STOCK-FLAG
                       MOVE CKS-FIRST TO WS-STOCK-FIRST
                       MOVE CKS-LAST  TO WS-STOCK-LAST
                       MOVE CKS-NEXT  TO WS-STOCK-NEXT
               END-READ
               CLOSE STOCK-FILE
           END-IF
           IF NOT STOCK-LOADED
               DISPLAY 'CHQSTOCK.DAT NOT AVAILABLE - NO CHEQUE '
                   'STOCK UNTIL A RANGE IS LOADED'
           END-IF
           OPEN INPUT MANUAL-PAY-FILE
           IF WS-FILE-STAT7 = '00'
               PERFORM 1200-LOAD-MANUAL-PARA UNTIL END-OF-MANUAL
               CLOSE MANUAL-PAY-FILE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT3
               MOVE 'Y' TO WS-TRAN-EOF-FLAG WS-EXC-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN I-O CHEQUE-REGISTER
           IF WS-FILE-STAT4 = '35'
               OPEN OUTPUT CHEQUE-REGISTER
               CLOSE CHEQUE-REGISTER
               OPEN I-O CHEQUE-REGISTER
           END-IF
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-REG-OPEN-FLAG
           ELSE
               DISPLAY 'CHQREG.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT4
               MOVE 'Y' TO WS-TRAN-EOF-FLAG WS-EXC-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT NETPAY-FILE
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-NETPAY-OPEN-FLAG
           ELSE
               DISPLAY 'NETPAY.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2 ' - NO CHEQUES ISSUED'
               MOVE 'Y' TO WS-EXC-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT CHEQUE-TRAN-FILE
           IF WS-FILE-STAT5 NOT = '00'
               DISPLAY 'CHQTRAN.DAT NOT AVAILABLE - NO REGISTER '
                   'TRANSACTIONS THIS RUN'
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
           ELSE
               IF NOT END-OF-TRANS
                   PERFORM 1500-READ-TRAN-PARA
               END-IF
           END-IF
           OPEN INPUT EXC-LIST-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'BANKEXC.DAT NOT AVAILABLE - NOTHING TO '
                   'ISSUE'
               MOVE 'Y' TO WS-EXC-EOF-FLAG
           ELSE
               IF NOT END-OF-EXCEPTIONS
                   MOVE 'Y' TO WS-ISSUE-RUN-FLAG
                   PERFORM 1600-READ-EXCEPTION-PARA
               END-IF
           END-IF.
       1200-LOAD-MANUAL-PARA.
           READ MANUAL-PAY-FILE
               AT END
                   MOVE 'Y' TO WS-MAN-EOF-FLAG
               NOT AT END
                   IF MP-EMP-ID NOT = SPACES
                       IF WS-MAN-COUNT < 100
                           ADD 1 TO WS-MAN-COUNT
                           MOVE MP-EMP-ID
                               TO TBL-MAN-EMP-ID(WS-MAN-COUNT)
                           MOVE MP-METHOD
                               TO TBL-MAN-METHOD(WS-MAN-COUNT)
                       ELSE
                           DISPLAY 'WARNING - MANUAL PAYMENT TABLE '
                               'FULL AT 100 - REST PAID BY CHEQUE'
                           MOVE 'Y' TO WS-MAN-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.
       1500-READ-TRAN-PARA.
           READ CHEQUE-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-TRAN
           END-READ.
       1600-READ-EXCEPTION-PARA.
           READ EXC-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-EXC-EOF-FLAG
           END-READ.
      *****************************************************
      *  REGISTER TRANSACTIONS GO FIRST, SO A STOCK RANGE   *
      *  LOADED TONIGHT IS THERE FOR TONIGHT'S ISSUES.      *
      *****************************************************
       2000-APPLY-TRAN-PARA.
           MOVE SPACES TO WS-RESULT-CODE WS-REASON WS-TRAN-EMP-ID
           IF CT-DATE NOT NUMERIC OR CT-DATE = ZERO
               MOVE WS-TODAY-NUM TO WS-TRAN-DATE
           ELSE
               MOVE CT-DATE TO WS-TRAN-DATE
           END-IF
           EVALUATE TRUE
               WHEN CT-STOCK
                   PERFORM 2100-LOAD-STOCK-PARA
               WHEN CT-CHEQUE-NO NOT NUMERIC
                   OR CT-CHEQUE-NO = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CHEQUE NUMBER MISSING' TO WS-REASON
               WHEN CT-VOID
                   PERFORM 2200-VOID-PARA
               WHEN CT-REISSUE
                   PERFORM 2300-REISSUE-PARA
               WHEN CT-PRESENTED
                   PERFORM 2400-PRESENTED-PARA
               WHEN OTHER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REASON
           END-EVALUATE
           IF CT-CHEQUE-NO NUMERIC
               MOVE CT-CHEQUE-NO TO OUT-TR-NUMBER
           ELSE
               MOVE ZERO         TO OUT-TR-NUMBER
           END-IF
           MOVE CT-ACTION      TO OUT-TR-ACTION
           MOVE WS-TRAN-EMP-ID TO OUT-TR-EMP-ID
           MOVE WS-REASON      TO OUT-TR-REASON
           IF TRAN-APPLIED
               MOVE 'APPLIED'  TO OUT-TR-RESULT
               ADD 1 TO WS-TOT-APPLIED
           ELSE
               MOVE 'REJECTED' TO OUT-TR-RESULT
               ADD 1 TO WS-TOT-REJECTED
           END-IF
           WRITE REPORT-RECORD FROM TRAN-LINE
           PERFORM 1500-READ-TRAN-PARA.
      *****************************************************
      *  A NEW STOCK RANGE MUST START ABOVE EVERY NUMBER    *
      *  ALREADY ISSUED.  NUMBERS LEFT UNUSED IN THE OLD    *
      *  RANGE ARE ABANDONED AND SAID SO ON THE REPORT, SO  *
      *  THE BLANK STOCK CAN BE ACCOUNTED FOR.              *
      *****************************************************
       2100-LOAD-STOCK-PARA.
           IF CT-CHEQUE-NO NOT NUMERIC OR CT-LAST-NO NOT NUMERIC
               OR CT-CHEQUE-NO = ZERO
               OR CT-LAST-NO < CT-CHEQUE-NO
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'INVALID STOCK RANGE' TO WS-REASON
           END-IF
           IF NOT TRAN-REJECTED AND STOCK-LOADED
               IF CT-CHEQUE-NO < WS-STOCK-NEXT
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'RANGE OVERLAPS NUMBERS USED' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               IF STOCK-LOADED AND WS-STOCK-NEXT NOT > WS-STOCK-LAST
                   MOVE 'LOADED - OLD RANGE ABANDONED' TO WS-REASON
               ELSE
                   MOVE 'STOCK RANGE LOADED' TO WS-REASON
               END-IF
               MOVE 'A'          TO WS-RESULT-CODE
               MOVE 'Y'          TO WS-STOCK-FLAG
               MOVE CT-CHEQUE-NO TO WS-STOCK-FIRST WS-STOCK-NEXT
               MOVE CT-LAST-NO   TO WS-STOCK-LAST
           END-IF.
       2200-VOID-PARA.
           PERFORM 2900-READ-CHEQUE-PARA
           IF NOT TRAN-REJECTED
               MOVE 'V'          TO CHQ-STATUS
               MOVE WS-TRAN-DATE TO CHQ-STATUS-DATE
               PERFORM 2950-REWRITE-CHEQUE-PARA
               IF TRAN-APPLIED
                   ADD 1 TO WS-TOT-VOIDED
               END-IF
           END-IF.
      *****************************************************
      *  REISSUE: THE REPLACEMENT IS WRITTEN UNDER THE NEXT *
      *  STOCK NUMBER FIRST, THEN THE OLD CHEQUE IS MARKED  *
      *  REPLACED - A FAILED WRITE LEAVES THE OLD ONE LIVE. *
      *****************************************************
       2300-REISSUE-PARA.
           PERFORM 2900-READ-CHEQUE-PARA
           IF NOT TRAN-REJECTED
               PERFORM 5000-TAKE-NUMBER-PARA
               IF NOT NUMBER-TAKEN
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'NO CHEQUE STOCK LEFT' TO WS-REASON
                   ADD 1 TO WS-TOT-NO-STOCK
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               MOVE CHEQUE-REG-RECORD TO WS-SAVE-CHEQUE
               MOVE CHQ-NUMBER    TO CHQ-REPLACES
               MOVE WS-NEW-NUMBER TO CHQ-NUMBER
               MOVE WS-TRAN-DATE  TO CHQ-ISSUE-DATE CHQ-STATUS-DATE
               MOVE 'I'           TO CHQ-STATUS
               MOVE ZERO          TO CHQ-REPLACED-BY
               WRITE CHEQUE-REG-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'STOCK NUMBER ALREADY ON FILE'
                           TO WS-REASON
                       ADD 1 TO WS-TOT-STOCK-ERR
                   NOT INVALID KEY
                       PERFORM 5100-PRINT-FORM-PARA
               END-WRITE
           END-IF
           IF NOT TRAN-REJECTED
               MOVE WS-SAVE-CHEQUE TO CHEQUE-REG-RECORD
               MOVE 'R'            TO CHQ-STATUS
               MOVE WS-TRAN-DATE   TO CHQ-STATUS-DATE
               MOVE WS-NEW-NUMBER  TO CHQ-REPLACED-BY
               PERFORM 2950-REWRITE-CHEQUE-PARA
               IF TRAN-APPLIED
                   ADD 1 TO WS-TOT-REISSUED
                   STRING 'REISSUED AS ' WS-NEW-NUMBER
                       DELIMITED BY SIZE INTO WS-REASON
               END-IF
           END-IF.
       2400-PRESENTED-PARA.
           PERFORM 2900-READ-CHEQUE-PARA
           IF NOT TRAN-REJECTED
               MOVE 'P'          TO CHQ-STATUS
               MOVE WS-TRAN-DATE TO CHQ-STATUS-DATE
               PERFORM 2950-REWRITE-CHEQUE-PARA
               IF TRAN-APPLIED
                   ADD 1 TO WS-TOT-PRESENTED
               END-IF
           END-IF.
      *****************************************************
      *  EVERY REGISTER TRANSACTION NEEDS AN ISSUED,        *
      *  UNPRESENTED CHEQUE - ANYTHING ELSE IS CLOSED.      *
      *****************************************************
       2900-READ-CHEQUE-PARA.
           MOVE CT-CHEQUE-NO TO CHQ-NUMBER
           READ CHEQUE-REGISTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CHEQUE NOT ON REGISTER' TO WS-REASON
               NOT INVALID KEY
                   MOVE CHQ-EMP-ID TO WS-TRAN-EMP-ID
           END-READ
           IF NOT TRAN-REJECTED
               EVALUATE TRUE
                   WHEN CHQ-ISSUED
                       CONTINUE
                   WHEN CHQ-PRESENTED
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'CHEQUE ALREADY PRESENTED'
                           TO WS-REASON
                   WHEN CHQ-VOID
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'CHEQUE ALREADY VOID' TO WS-REASON
                   WHEN OTHER
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'CHEQUE ALREADY REISSUED'
                           TO WS-REASON
               END-EVALUATE
           END-IF.
       2950-REWRITE-CHEQUE-PARA.
           REWRITE CHEQUE-REG-RECORD
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'REGISTER REWRITE FAILED' TO WS-REASON
               NOT INVALID KEY
                   MOVE 'A' TO WS-RESULT-CODE
           END-REWRITE.
      *****************************************************
      *  ONE BANKEXC.DAT DETAIL LINE: EMP-ID IN COLUMNS     *
      *  1-5 AND COLUMN 6 BLANK (THE HEADING AND SUMMARY    *
      *  LINES FAIL THAT TEST).                             *
      *****************************************************
       3000-ISSUE-PARA.
           IF EXL-EMP-ID NOT = SPACES AND EXL-GAP = SPACE
               PERFORM 3100-ISSUE-ONE-PARA
           END-IF
           PERFORM 1600-READ-EXCEPTION-PARA.
       3100-ISSUE-ONE-PARA.
           ADD 1 TO WS-TOT-ITEMS
           MOVE SPACES       TO WS-ITEM-CODE WS-REASON OUT-IT-NUMBER
           MOVE EXL-NET      TO WS-PAY-AMT
           MOVE WS-TODAY-NUM TO WS-PAY-DATE
           MOVE 'C'          TO WS-METHOD
           PERFORM 3150-FIND-METHOD-PARA
               VARYING WS-MSUB FROM 1 BY 1
               UNTIL WS-MSUB > WS-MAN-COUNT
           MOVE EXL-EMP-ID TO NP-EMP-ID
           READ NETPAY-FILE
               INVALID KEY
                   MOVE 'U' TO WS-ITEM-CODE
                   MOVE 'NO NETPAY RECORD' TO WS-REASON
               NOT INVALID KEY
                   MOVE NP-NET      TO WS-PAY-AMT
                   MOVE NP-PAY-DATE TO WS-PAY-DATE
           END-READ
           IF WS-CTL-PAY-DATE = ZERO
               MOVE WS-PAY-DATE TO WS-CTL-PAY-DATE
           END-IF
           IF WS-ITEM-CODE = SPACES AND WS-PAY-AMT = ZERO
               MOVE 'Z' TO WS-ITEM-CODE
               MOVE 'NIL NET - NOTHING TO PAY' TO WS-REASON
           END-IF
           IF WS-ITEM-CODE = SPACES
               PERFORM 3200-FIND-LIVE-PARA
               IF LIVE-CHEQUE-FOUND
                   MOVE 'A' TO WS-ITEM-CODE
                   MOVE WS-LIVE-NUMBER TO OUT-IT-NUMBER
                   MOVE 'ALREADY ISSUED FOR PAY DATE' TO WS-REASON
               END-IF
           END-IF
           IF WS-ITEM-CODE = SPACES
               MOVE EXL-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'U' TO WS-ITEM-CODE
                       MOVE 'EMP-ID NOT ON MASTER' TO WS-REASON
               END-READ
           END-IF
           IF WS-ITEM-CODE = SPACES
               PERFORM 5000-TAKE-NUMBER-PARA
               IF NUMBER-TAKEN
                   PERFORM 3300-WRITE-CHEQUE-PARA
               ELSE
                   MOVE 'U' TO WS-ITEM-CODE
                   MOVE 'NO CHEQUE STOCK LEFT' TO WS-REASON
                   ADD 1 TO WS-TOT-NO-STOCK
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ITEM-ISSUED
                   MOVE 'ISSUED'  TO OUT-IT-RESULT
                   ADD 1          TO WS-TOT-ISSUED WS-TOT-PAID
                   ADD WS-PAY-AMT TO WS-ISSUED-AMT WS-PAID-AMT
               WHEN ITEM-ALREADY-PAID
                   MOVE 'PAID'    TO OUT-IT-RESULT
                   ADD 1          TO WS-TOT-ALREADY WS-TOT-PAID
                   ADD WS-PAY-AMT TO WS-PAID-AMT
               WHEN ITEM-NIL-NET
                   MOVE 'NIL'     TO OUT-IT-RESULT
                   ADD 1          TO WS-TOT-PAID
               WHEN OTHER
                   MOVE 'UNPAID'  TO OUT-IT-RESULT
                   ADD 1          TO WS-TOT-UNPAID
                   ADD WS-PAY-AMT TO WS-UNPAID-AMT
           END-EVALUATE
           MOVE EXL-EMP-ID TO OUT-IT-EMP-ID
           MOVE WS-METHOD  TO OUT-IT-METHOD
           MOVE WS-PAY-AMT TO OUT-IT-AMOUNT
           MOVE WS-REASON  TO OUT-IT-REASON
           WRITE REPORT-RECORD FROM ITEM-LINE.
       3150-FIND-METHOD-PARA.
           IF TBL-MAN-EMP-ID(WS-MSUB) = EXL-EMP-ID
               AND TBL-MAN-METHOD(WS-MSUB) = 'P'
               MOVE 'P' TO WS-METHOD
           END-IF.
      *****************************************************
      *  RERUN GUARD - AN ISSUED OR PRESENTED CHEQUE FOR    *
      *  THIS EMPLOYEE AND PAY DATE MEANS THE NET IS PAID.  *
      *  A VOIDED ONE DOES NOT, SO THE NEXT RUN REPLACES IT.*
      *****************************************************
       3200-FIND-LIVE-PARA.
           MOVE 'N'        TO WS-LIVE-FLAG WS-REG-EOF-FLAG
           MOVE EXL-EMP-ID TO CHQ-EMP-ID
           START CHEQUE-REGISTER KEY = CHQ-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF-FLAG
           END-START
           PERFORM 3210-READ-EMP-CHEQUE-PARA
               UNTIL END-OF-REGISTER OR LIVE-CHEQUE-FOUND.
       3210-READ-EMP-CHEQUE-PARA.
           READ CHEQUE-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REG-EOF-FLAG
               NOT AT END
                   IF CHQ-EMP-ID NOT = EXL-EMP-ID
                       MOVE 'Y' TO WS-REG-EOF-FLAG
                   ELSE
                       IF CHQ-LIVE AND CHQ-PAY-DATE = WS-PAY-DATE
                           MOVE 'Y'        TO WS-LIVE-FLAG
                           MOVE CHQ-NUMBER TO WS-LIVE-NUMBER
                       END-IF
                   END-IF
           END-READ.
       3300-WRITE-CHEQUE-PARA.
           MOVE WS-NEW-NUMBER TO CHQ-NUMBER
           MOVE WS-METHOD     TO CHQ-TYPE
           MOVE EXL-EMP-ID    TO CHQ-EMP-ID
           MOVE EMP-NAME      TO CHQ-PAYEE
           MOVE WS-PAY-AMT    TO CHQ-AMOUNT
           MOVE WS-PAY-DATE   TO CHQ-PAY-DATE
           MOVE WS-TODAY-NUM  TO CHQ-ISSUE-DATE CHQ-STATUS-DATE
           MOVE 'I'           TO CHQ-STATUS
           MOVE ZERO          TO CHQ-REPLACES CHQ-REPLACED-BY
           WRITE CHEQUE-REG-RECORD
               INVALID KEY
                   MOVE 'U' TO WS-ITEM-CODE
                   MOVE 'STOCK NUMBER ALREADY ON FILE'
                       TO WS-REASON
                   ADD 1 TO WS-TOT-STOCK-ERR
               NOT INVALID KEY
                   MOVE 'I' TO WS-ITEM-CODE
                   MOVE WS-NEW-NUMBER TO OUT-IT-NUMBER
                   PERFORM 5100-PRINT-FORM-PARA
           END-WRITE.
      *****************************************************
      *  STALE CHEQUES - STILL ISSUED, NEVER PRESENTED, AND *
      *  OLDER THAN 90 DAYS.  FINANCE VOIDS OR REISSUES     *
      *  THEM THROUGH CHQTRAN.DAT.                          *
      *****************************************************
       4000-STALE-LIST-PARA.
           IF REGISTER-FILE-OPEN
               MOVE 'N'  TO WS-REG-EOF-FLAG
               MOVE ZERO TO CHQ-NUMBER
               START CHEQUE-REGISTER KEY NOT < CHQ-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-REG-EOF-FLAG
               END-START
               PERFORM 4100-READ-STALE-PARA UNTIL END-OF-REGISTER
           END-IF.
       4100-READ-STALE-PARA.
           READ CHEQUE-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REG-EOF-FLAG
               NOT AT END
                   IF CHQ-ISSUED
                       AND CHQ-ISSUE-DATE < WS-STALE-CUTOFF
                       PERFORM 4200-PRINT-STALE-PARA
                   END-IF
           END-READ.
       4200-PRINT-STALE-PARA.
           ADD 1          TO WS-TOT-STALE
           ADD CHQ-AMOUNT TO WS-STALE-AMT
           MOVE CHQ-NUMBER     TO OUT-ST-NUMBER
           MOVE CHQ-TYPE       TO OUT-ST-TYPE
           MOVE CHQ-EMP-ID     TO OUT-ST-EMP-ID
           MOVE CHQ-PAYEE      TO OUT-ST-PAYEE
           MOVE CHQ-AMOUNT     TO OUT-ST-AMOUNT
           MOVE CHQ-ISSUE-DATE TO OUT-ST-ISSUE-DATE
           MOVE CHQ-PAY-DATE   TO OUT-ST-PAY-DATE
           WRITE STALE-RECORD FROM STALE-LINE.
       5000-TAKE-NUMBER-PARA.
           MOVE 'N' TO WS-NUMBER-FLAG
           IF STOCK-LOADED AND WS-STOCK-NEXT NOT > WS-STOCK-LAST
               MOVE WS-STOCK-NEXT TO WS-NEW-NUMBER
               ADD 1 TO WS-STOCK-NEXT
               MOVE 'Y' TO WS-NUMBER-FLAG
           END-IF.
       5100-PRINT-FORM-PARA.
           IF CHQ-PAY-ORDER
               MOVE 'PAYMENT ORDER' TO OUT-FRM-TITLE
           ELSE
               MOVE 'CHEQUE'        TO OUT-FRM-TITLE
           END-IF
           MOVE CHQ-NUMBER     TO OUT-FRM-NUMBER
           MOVE CHQ-ISSUE-DATE TO OUT-FRM-DATE
           MOVE CHQ-PAYEE      TO OUT-FRM-PAYEE
           MOVE CHQ-EMP-ID     TO OUT-FRM-EMP-ID
           MOVE CHQ-AMOUNT     TO OUT-FRM-AMOUNT
           MOVE CHQ-PAY-DATE   TO OUT-FRM-PAY-DATE
           IF CHQ-REPLACES > ZERO
               MOVE 'REPLACES NO. ' TO OUT-FRM-REPL-TEXT
               MOVE CHQ-REPLACES    TO OUT-FRM-REPLACES
           ELSE
               MOVE SPACES TO OUT-FRM-REPL-TEXT OUT-FRM-REPLACES
           END-IF
           WRITE FORMS-RECORD FROM FORM-RULE
           WRITE FORMS-RECORD FROM FORM-LINE1
           WRITE FORMS-RECORD FROM FORM-LINE2
           WRITE FORMS-RECORD FROM FORM-LINE3
           WRITE FORMS-RECORD FROM FORM-LINE4
           WRITE FORMS-RECORD FROM FORM-LINE5.
       9000-TERMINATION-PARA.
           IF STOCK-LOADED
               OPEN OUTPUT STOCK-FILE
               MOVE SPACES         TO STOCK-RECORD
               MOVE WS-STOCK-FIRST TO CKS-FIRST
               MOVE WS-STOCK-LAST  TO CKS-LAST
               MOVE WS-STOCK-NEXT  TO CKS-NEXT
               WRITE STOCK-RECORD
               CLOSE STOCK-FILE
           END-IF
      *    CHQCTL.DAT IS ALWAYS REPLACED, SO EMPFUNDS NEVER
      *    READS A PREVIOUS NIGHT'S FIGURES AS TONIGHT'S.
           OPEN OUTPUT CHEQUE-CONTROL-FILE
           IF ISSUE-PASS-RUN
               MOVE WS-CTL-PAY-DATE TO CQC-PAY-DATE
               MOVE WS-TOT-PAID     TO CQC-PAID-COUNT
               MOVE WS-PAID-AMT     TO CQC-PAID-AMT
               MOVE WS-TOT-UNPAID   TO CQC-UNPAID-COUNT
               MOVE WS-UNPAID-AMT   TO CQC-UNPAID-AMT
               WRITE CHEQUE-CONTROL-RECORD
           END-IF
           CLOSE CHEQUE-CONTROL-FILE
           MOVE WS-TOT-TRAN     TO OUT-TOT-TRAN
           MOVE WS-TOT-APPLIED  TO OUT-TOT-APPLIED
           MOVE WS-TOT-REJECTED TO OUT-TOT-REJECTED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           MOVE WS-TOT-ITEMS    TO OUT-TOT-ITEMS
           MOVE WS-TOT-ISSUED   TO OUT-TOT-ISSUED
           MOVE WS-TOT-ALREADY  TO OUT-TOT-ALREADY
           MOVE WS-TOT-UNPAID   TO OUT-TOT-UNPAID
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           MOVE WS-ISSUED-AMT   TO OUT-ISSUED-AMT
           MOVE WS-UNPAID-AMT   TO OUT-UNPAID-AMT
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           MOVE WS-STOCK-NEXT   TO OUT-STOCK-NEXT
           MOVE WS-STOCK-LAST   TO OUT-STOCK-LAST
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           MOVE WS-TOT-STALE    TO OUT-TOT-STALE
           MOVE WS-STALE-AMT    TO OUT-STALE-AMT
           WRITE STALE-RECORD FROM STALE-SUMMARY
           DISPLAY '** CHEQUE ISSUANCE SUMMARY **'
           DISPLAY 'TRANSACTIONS READ : ', WS-TOT-TRAN
           DISPLAY 'APPLIED           : ', WS-TOT-APPLIED
           DISPLAY 'REJECTED          : ', WS-TOT-REJECTED
           DISPLAY 'VOIDED            : ', WS-TOT-VOIDED
           DISPLAY 'REISSUED          : ', WS-TOT-REISSUED
           DISPLAY 'PRESENTED         : ', WS-TOT-PRESENTED
           DISPLAY 'ITEMS READ        : ', WS-TOT-ITEMS
           DISPLAY 'CHEQUES ISSUED    : ', WS-TOT-ISSUED
           DISPLAY 'ALREADY PAID      : ', WS-TOT-ALREADY
           DISPLAY 'UNPAID            : ', WS-TOT-UNPAID
           DISPLAY 'STALE CHEQUES     : ', WS-TOT-STALE
           IF WS-TOT-NO-STOCK > ZERO OR WS-TOT-STOCK-ERR > ZERO
               DISPLAY 'CHEQUE STOCK EXHAUSTED OR OUT OF STEP - '
                   'LOAD A NEW RANGE AND RERUN'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-TOT-REJECTED > ZERO OR WS-TOT-UNPAID > ZERO
               OR WS-TOT-STALE > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FILE-STAT5 = '00' OR WS-FILE-STAT5 = '10'
               CLOSE CHEQUE-TRAN-FILE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE EXC-LIST-FILE
           END-IF
           IF NETPAY-FILE-OPEN
               CLOSE NETPAY-FILE
           END-IF
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF REGISTER-FILE-OPEN
               CLOSE CHEQUE-REGISTER
           END-IF
           CLOSE REPORT-FILE
                 FORMS-FILE
                 STALE-FILE.
