       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRCPT.
      *****************************************************
      *  CLIENT CASH RECEIPTS APPLICATION.  READS THE       *
      *  BANK'S RECEIPTS FILE (RCPTIN.DAT, RCPTREC.CPY)     *
      *  AND APPLIES EACH RECEIPT TO ITS INVOICE ON THE     *
      *  REGISTER (INVREG.DAT).  THE INVOICE IS TAKEN FROM  *
      *  THE INVOICE NUMBER THE CLIENT QUOTED, ELSE FROM    *
      *  AN 'INV-NNNNNN' IN THE REMITTANCE REFERENCE.  A    *
      *  RECEIPT SMALLER THAN THE OPEN BALANCE LEAVES THE   *
      *  INVOICE PART-PAID; ONE THAT CLEARS IT MARKS IT     *
      *  FULLY PAID.  WHAT CANNOT BE APPLIED GOES ON THE    *
      *  SUSPENSE LIST (RCPTSUSP.DAT) WITH A REASON -       *
      *  NOIN  NO INVOICE NUMBER FOUND OR NOT ON REGISTER   *
      *  CLNT  INVOICE BELONGS TO A DIFFERENT CLIENT        *
      *  PAID  INVOICE ALREADY SETTLED                      *
      *  OVER  THE EXCESS OF AN OVERPAYMENT                 *
      *  - AND INTO THE EXCEPTION REGISTER THROUGH          *
      *  EXCPWRTR SO CREDIT CONTROL WORKS AND AGES IT.      *
      *  THE APPLICATION REPORT (RCPTRPT.DAT) LISTS EVERY   *
      *  RECEIPT WITH WHAT WAS APPLIED AND WHAT IS STILL    *
      *  OPEN ON THE INVOICE.  RCPTIN.DAT IS CHECKED        *
      *  AGAINST THE INBOUND RECEIPT REGISTER (INBDREG)     *
      *  FIRST - A RECEIPTS FILE ALREADY APPLIED ON AN      *
      *  EARLIER RUN IS REFUSED RC=8 AND NOTHING IS PAID    *
      *  OFF A SECOND TIME, UNLESS THE OPERATOR SETS        *
      *  INBDREG-OVERRIDE=Y.                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO 'RCPTIN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT REGISTER-FILE ASSIGN TO 'INVREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS IRG-INVOICE-NO
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT SUSPENSE-FILE ASSIGN TO 'RCPTSUSP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'RCPTRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RCPTREC.
       FD  REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY INVREG.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SUSPENSE-RECORD         PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-REGISTER-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88  REGISTER-OPEN                 VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-WANT-INVOICE         PIC 9(06) VALUE ZERO.
       01  WS-REF-POS              PIC 9(02) VALUE ZERO.
       01  WS-REF-DIGITS           PIC X(06) VALUE SPACES.
       01  WS-OPEN-BAL             PIC S9(9)V99 VALUE ZERO.
       01  WS-APPLIED              PIC 9(9)V99 VALUE ZERO.
       01  WS-EXCESS               PIC 9(9)V99 VALUE ZERO.
       01  WS-SUSP-AMOUNT          PIC 9(9)V99 VALUE ZERO.
       01  WS-SUSP-REASON          PIC X(04) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-FULL         PIC 9(05) VALUE ZERO.
           03  WS-TOT-PART         PIC 9(05) VALUE ZERO.
           03  WS-TOT-SUSPENSE     PIC 9(05) VALUE ZERO.
       01  WS-TOT-RECEIVED         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-APPLIED          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-SUSP-AMT         PIC 9(11)V99 VALUE ZERO.
       COPY EXCPREG.
       01  HEADING-LINE1           PIC X(80) VALUE
           'CLIENT CASH RECEIPTS APPLICATION'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(09) VALUE 'CLIENT'.
           03  FILLER              PIC X(08) VALUE 'INVOICE'.
           03  FILLER              PIC X(15) VALUE '       RECEIVED'.
           03  FILLER              PIC X(15) VALUE '        APPLIED'.
           03  FILLER              PIC X(15) VALUE '   STILL OPEN'.
           03  FILLER              PIC X(18) VALUE '  RESULT'.
       01  DETAIL-LINE.
           03  OUT-CLIENT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-INVOICE-NO      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RECEIVED        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-APPLIED         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-STILL-OPEN      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(17) VALUE SPACES.
       01  SUMMARY-LINE.
           03  OUT-SUM-LABEL       PIC X(24) VALUE SPACES.
           03  OUT-SUM-COUNT       PIC ZZ,ZZ9 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SUM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(34) VALUE SPACES.
       COPY INBDREQ.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN I-O REGISTER-FILE
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'INVREG.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT2 ' - NO RECEIPTS APPLIED'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-REGISTER-OPEN-FLAG
           END-IF
           PERFORM 1200-CHECK-RECEIPT-PARA
           IF REGISTER-OPEN
               OPEN INPUT RECEIPT-FILE
               IF WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'RCPTIN.DAT NOT PRESENT - NO RECEIPTS '
                       'TO APPLY'
                   MOVE 'Y' TO WS-FILE-FLAG
               ELSE
                   IF IBQ-REPEAT
                       MOVE 'Y' TO WS-FILE-FLAG
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 1500-READ-RECEIPT-PARA
                   END-IF
               END-IF
           END-IF.
      *****************************************************
      *  RECEIPT CHECK.  ONE PASS OF RCPTIN.DAT THROUGH     *
      *  INBDREG - CLIENT, VALUE DATE, QUOTED INVOICE AND   *
      *  BANK REFERENCE OF EVERY RECEIPT, WITH ITS AMOUNT.  *
      *  NOT WHEN INVREG.DAT FAILED TO OPEN - NOTHING WILL  *
      *  BE APPLIED ANYWAY.                                 *
      *****************************************************
       1200-CHECK-RECEIPT-PARA.
           MOVE 'S'            TO IBQ-FUNCTION
           MOVE 'RCPTIN'       TO IBQ-SOURCE
           MOVE 'RCPTIN.DAT'   TO IBQ-FILE
           MOVE 'EMPRCPT'      TO IBQ-PGM
           CALL 'INBDREG' USING INBDREG-REQUEST
           IF NOT END-OF-FILE
               OPEN INPUT RECEIPT-FILE
               IF WS-FILE-STAT1 = '00'
                   PERFORM 1250-HASH-RECEIPT-PARA UNTIL END-OF-FILE
                   CLOSE RECEIPT-FILE
                   MOVE 'N' TO WS-FILE-FLAG
                   MOVE 'C' TO IBQ-FUNCTION
                   CALL 'INBDREG' USING INBDREG-REQUEST
               END-IF
           END-IF.
       1250-HASH-RECEIPT-PARA.
           READ RECEIPT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   MOVE 'A'        TO IBQ-FUNCTION
                   MOVE SPACES     TO IBQ-KEY
                   STRING RCP-CLIENT RCP-DATE RCP-INVOICE-NO
                          RCP-BANK-REF
                       DELIMITED BY SIZE INTO IBQ-KEY
                   END-STRING
                   MOVE RCP-AMOUNT TO IBQ-AMOUNT
                   CALL 'INBDREG' USING INBDREG-REQUEST
           END-READ.
       1500-READ-RECEIPT-PARA.
           READ RECEIPT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
                   ADD RCP-AMOUNT TO WS-TOT-RECEIVED
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-SUSP-REASON
           MOVE ZERO   TO WS-APPLIED WS-EXCESS
           PERFORM 2100-IDENTIFY-INVOICE-PARA
           IF WS-WANT-INVOICE = ZERO
               MOVE 'NOIN' TO WS-SUSP-REASON
           ELSE
               PERFORM 2200-READ-INVOICE-PARA
           END-IF
           IF WS-SUSP-REASON = SPACES
               PERFORM 2300-APPLY-RECEIPT-PARA
           END-IF
           IF WS-SUSP-REASON NOT = SPACES
               PERFORM 2500-SUSPEND-RECEIPT-PARA
           END-IF
           PERFORM 1500-READ-RECEIPT-PARA.
      *****************************************************
      *  THE QUOTED INVOICE NUMBER WINS; FAILING THAT THE   *
      *  REMITTANCE REFERENCE IS SEARCHED FOR 'INV-'        *
      *  FOLLOWED BY SIX DIGITS, AS PRINTED ON EVERY        *
      *  INVOICE HEADING.                                   *
      *****************************************************
       2100-IDENTIFY-INVOICE-PARA.
           MOVE ZERO TO WS-WANT-INVOICE
           IF RCP-INVOICE-NO IS NUMERIC AND RCP-INVOICE-NO > ZERO
               MOVE RCP-INVOICE-NO TO WS-WANT-INVOICE
           ELSE
               MOVE ZERO TO WS-REF-POS
               INSPECT RCP-REMIT-REF TALLYING WS-REF-POS
                   FOR CHARACTERS BEFORE INITIAL 'INV-'
               IF WS-REF-POS NOT > 10
                   MOVE RCP-REMIT-REF(WS-REF-POS + 5:6)
                       TO WS-REF-DIGITS
                   IF WS-REF-DIGITS IS NUMERIC
                       MOVE WS-REF-DIGITS TO WS-WANT-INVOICE
                   END-IF
               END-IF
           END-IF.
       2200-READ-INVOICE-PARA.
           MOVE WS-WANT-INVOICE TO IRG-INVOICE-NO
           READ REGISTER-FILE
               INVALID KEY
                   MOVE 'NOIN' TO WS-SUSP-REASON
               NOT INVALID KEY
                   IF IRG-CLIENT NOT = RCP-CLIENT
                       MOVE 'CLNT' TO WS-SUSP-REASON
                   ELSE
                       COMPUTE WS-OPEN-BAL = IRG-AMOUNT
                           - IRG-PAID-AMT - IRG-CREDIT-AMT
                       IF WS-OPEN-BAL NOT > ZERO
                           MOVE 'PAID' TO WS-SUSP-REASON
                       END-IF
                   END-IF
           END-READ.
      *****************************************************
      *  APPLY UP TO THE OPEN BALANCE.  ANY EXCESS IS AN    *
      *  OVERPAYMENT AND GOES TO SUSPENSE ON ITS OWN SO     *
      *  IT CAN BE REFUNDED OR HELD ON ACCOUNT.             *
      *****************************************************
       2300-APPLY-RECEIPT-PARA.
           IF RCP-AMOUNT > WS-OPEN-BAL
               MOVE WS-OPEN-BAL TO WS-APPLIED
               COMPUTE WS-EXCESS = RCP-AMOUNT - WS-OPEN-BAL
           ELSE
               MOVE RCP-AMOUNT TO WS-APPLIED
           END-IF
           ADD WS-APPLIED TO IRG-PAID-AMT
           MOVE RCP-DATE  TO IRG-LAST-RCPT-DATE
           COMPUTE WS-OPEN-BAL = IRG-AMOUNT
               - IRG-PAID-AMT - IRG-CREDIT-AMT
           IF WS-OPEN-BAL > ZERO
               MOVE 'P' TO IRG-PAY-STATUS
               MOVE 'PART PAID' TO OUT-RESULT
               ADD 1 TO WS-TOT-PART
           ELSE
               MOVE 'F' TO IRG-PAY-STATUS
               MOVE 'FULLY PAID' TO OUT-RESULT
               ADD 1 TO WS-TOT-FULL
           END-IF
           REWRITE INVREG-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - REWRITE FAILED FOR INVOICE '
                       IRG-INVOICE-NO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE
           ADD WS-APPLIED TO WS-TOT-APPLIED
           MOVE RCP-CLIENT     TO OUT-CLIENT
           MOVE IRG-INVOICE-NO TO OUT-INVOICE-NO
           MOVE RCP-AMOUNT     TO OUT-RECEIVED
           MOVE WS-APPLIED     TO OUT-APPLIED
           MOVE WS-OPEN-BAL    TO OUT-STILL-OPEN
           WRITE REPORT-RECORD FROM DETAIL-LINE
           IF WS-EXCESS > ZERO
               MOVE 'OVER' TO WS-SUSP-REASON
           END-IF.
       2500-SUSPEND-RECEIPT-PARA.
           IF WS-SUSP-REASON = 'OVER'
               MOVE WS-EXCESS TO WS-SUSP-AMOUNT
           ELSE
               MOVE RCP-AMOUNT TO WS-SUSP-AMOUNT
           END-IF
           MOVE WS-SUSP-REASON TO RCP-SUSP-REASON
           MOVE WS-SUSP-AMOUNT TO RCP-AMOUNT
           WRITE SUSPENSE-RECORD FROM RECEIPT-RECORD
           ADD 1              TO WS-TOT-SUSPENSE
           ADD WS-SUSP-AMOUNT TO WS-TOT-SUSP-AMT
           MOVE RCP-CLIENT      TO OUT-CLIENT
           MOVE WS-WANT-INVOICE TO OUT-INVOICE-NO
           MOVE WS-SUSP-AMOUNT  TO OUT-RECEIVED
           MOVE ZERO            TO OUT-APPLIED
                                   OUT-STILL-OPEN
           EVALUATE WS-SUSP-REASON
               WHEN 'NOIN'
                   MOVE 'SUSPENSE - NO INV' TO OUT-RESULT
               WHEN 'CLNT'
                   MOVE 'SUSPENSE - CLIENT' TO OUT-RESULT
               WHEN 'PAID'
                   MOVE 'SUSPENSE - PAID'   TO OUT-RESULT
               WHEN OTHER
                   MOVE 'SUSPENSE - OVERPD' TO OUT-RESULT
           END-EVALUATE
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE 'EMPRCPT '     TO EXR-SOURCE-PGM
           MOVE SPACES         TO EXR-KEY
           STRING RCP-CLIENT DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-WANT-INVOICE DELIMITED BY SIZE
               INTO EXR-KEY
           END-STRING
           MOVE OUT-RESULT     TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATION-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'RECEIPTS READ'     TO OUT-SUM-LABEL
           MOVE WS-TOT-READ         TO OUT-SUM-COUNT
           MOVE WS-TOT-RECEIVED     TO OUT-SUM-AMOUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           MOVE 'CASH APPLIED'      TO OUT-SUM-LABEL
           COMPUTE OUT-SUM-COUNT = WS-TOT-FULL + WS-TOT-PART
           MOVE WS-TOT-APPLIED      TO OUT-SUM-AMOUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           MOVE '  INVOICES FULLY PAID' TO OUT-SUM-LABEL
           MOVE WS-TOT-FULL         TO OUT-SUM-COUNT
           MOVE ZERO                TO OUT-SUM-AMOUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           MOVE '  INVOICES PART PAID' TO OUT-SUM-LABEL
           MOVE WS-TOT-PART         TO OUT-SUM-COUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           MOVE 'HELD IN SUSPENSE'  TO OUT-SUM-LABEL
           MOVE WS-TOT-SUSPENSE     TO OUT-SUM-COUNT
           MOVE WS-TOT-SUSP-AMT     TO OUT-SUM-AMOUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           DISPLAY '** CASH RECEIPTS APPLICATION SUMMARY **'
           DISPLAY 'RECEIPTS READ    : ', WS-TOT-READ
           DISPLAY 'FULLY PAID       : ', WS-TOT-FULL
           DISPLAY 'PART PAID        : ', WS-TOT-PART
           DISPLAY 'TO SUSPENSE      : ', WS-TOT-SUSPENSE
           DISPLAY 'AMOUNT RECEIVED  : ', WS-TOT-RECEIVED
           DISPLAY 'AMOUNT APPLIED   : ', WS-TOT-APPLIED
           DISPLAY 'AMOUNT SUSPENDED : ', WS-TOT-SUSP-AMT
           IF IBQ-NEW OR IBQ-OVERRIDDEN
               MOVE 'R' TO IBQ-FUNCTION
               CALL 'INBDREG' USING INBDREG-REQUEST
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE RECEIPT-FILE
           END-IF
           IF REGISTER-OPEN
               CLOSE REGISTER-FILE
           END-IF
           CLOSE SUSPENSE-FILE
                 REPORT-FILE.
