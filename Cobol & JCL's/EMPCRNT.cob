       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCRNT.
      *****************************************************
      *  CREDIT NOTES AND REBILLING.  A TIMECARD CORRECTED  *
      *  AFTER EMPINVC HAS BILLED IT USED TO LEAVE ONLY A   *
      *  REPRINT OF THE WRONG INVOICE.  THIS STEP READS     *
      *  THE CREDIT REQUESTS (CRREQIN.DAT, CRREQ.CPY) -     *
      *  ALL LINES FOR ONE ORIGINAL INVOICE TOGETHER -      *
      *  AND FOR EACH INVOICE ISSUES ONE NUMBERED CREDIT    *
      *  NOTE (CRNOTE.DAT), ARCHIVES IT ON INVARCH.DAT      *
      *  LIKE AN INVOICE SO EMPINVRP CAN REPRINT IT, AND    *
      *  MARKS THE ORIGINAL ON THE REGISTER (INVREG.DAT)    *
      *  PART- OR FULLY-CREDITED.  CREDIT NOTES TAKE THEIR  *
      *  NUMBER FROM THE SAME XMITGEN COUNTER AS INVOICES   *
      *  (FEED 'EMPINVC') SO A NUMBER ON THE ARCHIVE IS     *
      *  NEVER AMBIGUOUS.  WHERE CORRECTED HOURS ARE GIVEN  *
      *  THEY ARE REBILLED AT THE ORIGINAL RATE ON A NEW    *
      *  INVOICE THAT QUOTES THE ONE IT REPLACES; THE       *
      *  REBILL GOES ON THE REGISTER AS AN OPEN ITEM.       *
      *  A REQUEST FOR AN UNKNOWN INVOICE OR FOR MORE THAN  *
      *  IS LEFT UNCREDITED IS REJECTED WHOLE INTO THE      *
      *  EXCEPTION REGISTER.  THE RUN REPORT IS CRNRPT.DAT. *
      *  WHERE THE ORIGINAL WAS RAISED AGAINST A CLIENT     *
      *  PURCHASE ORDER, THE CREDIT IS GIVEN BACK TO THE    *
      *  PO'S CONSUMED VALUE ON POMAST.DAT, ANY REBILL IS   *
      *  TAKEN OFF IT AGAIN, AND THE REBILL QUOTES THE SAME *
      *  PO.                                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'CRREQIN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT REGISTER-FILE ASSIGN TO 'INVREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS IRG-INVOICE-NO
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT NOTE-FILE ASSIGN TO 'CRNOTE.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT ARCHIVE-FILE ASSIGN TO 'INVARCH.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT REPORT-FILE ASSIGN TO 'CRNRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT PO-MASTER ASSIGN TO 'POMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PO-NUMBER
           FILE STATUS  IS WS-FILE-STAT6.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CRREQ.
       FD  REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY INVREG.
       FD  NOTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTE-RECORD             PIC X(80).
       FD  ARCHIVE-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  ARCHIVE-RECORD.
           03  ARC-INVOICE-NO      PIC 9(06).
           03  ARC-LINE            PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  PO-MASTER.
       COPY POREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-PO-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PO-FILE-OPEN                  VALUE 'Y'.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-REGISTER-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88  REGISTER-OPEN                 VALUE 'Y'.
       01  WS-FULL-CREDIT-FLAG     PIC X(01) VALUE 'N'.
           88  FULL-CREDIT-ASKED             VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       COPY XMITREQ.
       COPY EXCPREG.
       01  WS-CUR-INVOICE          PIC 9(06) VALUE ZERO.
       01  WS-ORIG-CLIENT          PIC X(08) VALUE SPACES.
       01  WS-ORIG-DATE            PIC 9(08) VALUE ZERO.
       01  WS-ORIG-PO              PIC X(12) VALUE SPACES.
       01  WS-PO-NET               PIC S9(10)V99 VALUE ZERO.
       01  WS-CRN-NO               PIC 9(06) VALUE ZERO.
       01  WS-REBILL-NO            PIC 9(06) VALUE ZERO.
       01  WS-DOC-NO               PIC 9(06) VALUE ZERO.
       01  WS-DOC-LINE             PIC X(80) VALUE SPACES.
       01  WS-REJECT-REASON        PIC X(20) VALUE SPACES.
       01  WS-RESULT               PIC X(20) VALUE SPACES.
       01  WS-CREDITABLE           PIC S9(9)V99 VALUE ZERO.
       01  WS-OPEN-BAL             PIC S9(9)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-REBILL-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-FULL-SUB             PIC 9(02) VALUE ZERO.
       01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-LINE-TABLE.
           03  CRL-ENTRY           OCCURS 50 TIMES.
               05  TBL-CRL-TYPE    PIC X(01).
               05  TBL-CRL-EMP-ID  PIC X(05).
               05  TBL-CRL-TECH    PIC X(05).
               05  TBL-CRL-HOURS   PIC 9(5)V9.
               05  TBL-CRL-RATE    PIC 9(3)V99.
               05  TBL-CRL-VALUE   PIC 9(9)V99.
               05  TBL-CRL-RB-HRS  PIC 9(5)V9.
               05  TBL-CRL-RB-VAL  PIC 9(9)V99.
               05  TBL-CRL-REASON  PIC X(20).
       01  WS-COUNTERS.
           03  WS-TOT-LINES        PIC 9(05) VALUE ZERO.
           03  WS-TOT-NOTES        PIC 9(05) VALUE ZERO.
           03  WS-TOT-REBILLS      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
       01  WS-TOT-CREDITED         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-REBILLED         PIC 9(11)V99 VALUE ZERO.
       01  DOC-SEP-LINE            PIC X(80) VALUE ALL '='.
       01  CRN-HEAD-LINE.
           03  FILLER              PIC X(16) VALUE
               'CREDIT NOTE CRN-'.
           03  OUT-CRN-NO          PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(09) VALUE '   DATE: '.
           03  OUT-CRN-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(11) VALUE '   CLIENT: '.
           03  OUT-CRN-CLIENT      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(22) VALUE SPACES.
       01  CRN-REF-LINE.
           03  FILLER              PIC X(20) VALUE
               'AGAINST INVOICE INV-'.
           03  OUT-REF-INVOICE     PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(09) VALUE '  DATED: '.
           03  OUT-REF-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(37) VALUE SPACES.
       01  INV-HEAD-LINE.
           03  FILLER              PIC X(12) VALUE 'INVOICE INV-'.
           03  OUT-INVOICE-NO      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(09) VALUE '   DATE: '.
           03  OUT-INV-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(11) VALUE '   CLIENT: '.
           03  OUT-INV-CLIENT      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(26) VALUE SPACES.
       01  INV-REPLACES-LINE.
           03  FILLER              PIC X(21) VALUE
               'REPLACES INVOICE INV-'.
           03  OUT-REPLACES-NO     PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(23) VALUE
               ' - SEE CREDIT NOTE CRN-'.
           03  OUT-REPLACES-CRN    PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(24) VALUE SPACES.
       01  INV-PO-LINE.
           03  FILLER              PIC X(16) VALUE
               'PURCHASE ORDER: '.
           03  OUT-INV-PO          PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(52) VALUE SPACES.
       01  DOC-COL-LINE.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(07) VALUE 'SKILL'.
           03  FILLER              PIC X(10) VALUE 'HOURS'.
           03  FILLER              PIC X(10) VALUE 'RATE'.
           03  FILLER              PIC X(16) VALUE 'AMOUNT'.
           03  FILLER              PIC X(30) VALUE 'REASON'.
       01  DOC-DETAIL-LINE.
           03  OUT-LIN-EMP-ID      PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LIN-TECH        PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LIN-HOURS       PIC ZZ,ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LIN-RATE        PIC ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LIN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LIN-REASON      PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(12) VALUE SPACES.
       01  CRN-TOTAL-LINE.
           03  FILLER              PIC X(22) VALUE
               'CREDIT NOTE TOTAL:    '.
           03  OUT-CRN-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(44) VALUE SPACES.
       01  INV-TOTAL-LINE.
           03  FILLER              PIC X(22) VALUE
               'INVOICE TOTAL:        '.
           03  OUT-INV-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(44) VALUE SPACES.
       01  HEADING-LINE1           PIC X(80) VALUE
           'CREDIT NOTES AND REBILLING'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(08) VALUE 'INVOICE'.
           03  FILLER              PIC X(08) VALUE 'CR NOTE'.
           03  FILLER              PIC X(16) VALUE '       CREDITED'.
           03  FILLER              PIC X(08) VALUE 'REBILL'.
           03  FILLER              PIC X(16) VALUE '       REBILLED'.
           03  FILLER              PIC X(24) VALUE 'RESULT'.
       01  DETAIL-LINE.
           03  OUT-ORIG-INVOICE    PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RPT-CRN         PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CREDITED        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RPT-REBILL      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REBILLED        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
       01  SUMMARY-LINE.
           03  OUT-SUM-LABEL       PIC X(24) VALUE SPACES.
           03  OUT-SUM-COUNT       PIC ZZ,ZZ9 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SUM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(34) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT NOTE-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN EXTEND ARCHIVE-FILE
           IF WS-FILE-STAT4 = '35'
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           OPEN I-O PO-MASTER
           IF WS-FILE-STAT6 = '00'
               MOVE 'Y' TO WS-PO-OPEN-FLAG
           END-IF
           OPEN I-O REGISTER-FILE
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'INVREG.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT2 ' - NO CREDIT NOTES ISSUED'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-REGISTER-OPEN-FLAG
               OPEN INPUT REQUEST-FILE
               IF WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'CRREQIN.DAT NOT PRESENT - NO CREDIT '
                       'NOTES TO ISSUE'
                   MOVE 'Y' TO WS-FILE-FLAG
               ELSE
                   PERFORM 1500-READ-REQUEST-PARA
               END-IF
           END-IF.
       1500-READ-REQUEST-PARA.
           READ REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-LINES
           END-READ.
      *****************************************************
      *  ONE PASS PER ORIGINAL INVOICE: GATHER ITS LINES,   *
      *  CHECK THEM AGAINST THE REGISTER, THEN EITHER       *
      *  ISSUE THE CREDIT NOTE (AND ANY REBILL) OR REJECT   *
      *  THE WHOLE REQUEST.                                 *
      *****************************************************
       2000-PROCESS-PARA.
           MOVE CRQ-INVOICE-NO TO WS-CUR-INVOICE
           MOVE ZERO   TO WS-LINE-COUNT WS-FULL-SUB
                          WS-CREDIT-TOTAL WS-REBILL-TOTAL
                          WS-CRN-NO WS-REBILL-NO
           MOVE SPACES TO WS-REJECT-REASON
                          WS-ORIG-PO
           MOVE 'N'    TO WS-FULL-CREDIT-FLAG
           PERFORM 2100-LOAD-LINE-PARA
               UNTIL END-OF-FILE
                  OR CRQ-INVOICE-NO NOT = WS-CUR-INVOICE
           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-VALIDATE-REQUEST-PARA
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 3000-ISSUE-CREDIT-NOTE-PARA
               PERFORM 3500-UPDATE-ORIGINAL-PARA
               IF WS-REBILL-TOTAL > ZERO
                   PERFORM 4000-ISSUE-REBILL-PARA
               END-IF
               IF WS-ORIG-PO NOT = SPACES AND PO-FILE-OPEN
                   PERFORM 3600-ADJUST-PO-PARA
               END-IF
               PERFORM 2800-REPORT-ISSUED-PARA
           ELSE
               PERFORM 2900-REJECT-REQUEST-PARA
           END-IF.
       2100-LOAD-LINE-PARA.
           IF WS-LINE-COUNT < 50
               ADD 1 TO WS-LINE-COUNT
               MOVE CRQ-TYPE    TO TBL-CRL-TYPE(WS-LINE-COUNT)
               MOVE CRQ-EMP-ID  TO TBL-CRL-EMP-ID(WS-LINE-COUNT)
               MOVE CRQ-TECH    TO TBL-CRL-TECH(WS-LINE-COUNT)
               MOVE CRQ-HOURS   TO TBL-CRL-HOURS(WS-LINE-COUNT)
               MOVE CRQ-RATE    TO TBL-CRL-RATE(WS-LINE-COUNT)
               MOVE CRQ-REBILL-HOURS TO
                   TBL-CRL-RB-HRS(WS-LINE-COUNT)
               MOVE CRQ-REASON  TO TBL-CRL-REASON(WS-LINE-COUNT)
               MOVE ZERO TO TBL-CRL-VALUE(WS-LINE-COUNT)
                            TBL-CRL-RB-VAL(WS-LINE-COUNT)
               PERFORM 2200-VALUE-LINE-PARA
           ELSE
               MOVE 'TOO MANY LINES' TO WS-REJECT-REASON
           END-IF
           PERFORM 1500-READ-REQUEST-PARA.
       2200-VALUE-LINE-PARA.
           EVALUATE TRUE
               WHEN CRQ-LINE-CREDIT
                   IF CRQ-AMOUNT > ZERO
                       MOVE CRQ-AMOUNT TO
                           TBL-CRL-VALUE(WS-LINE-COUNT)
                   ELSE
                       COMPUTE TBL-CRL-VALUE(WS-LINE-COUNT)
                           ROUNDED = CRQ-HOURS * CRQ-RATE
                   END-IF
                   IF CRQ-REBILL-HOURS > ZERO
                       IF CRQ-RATE = ZERO
                           MOVE 'NO REBILL RATE' TO WS-REJECT-REASON
                       ELSE
                           COMPUTE TBL-CRL-RB-VAL(WS-LINE-COUNT)
                               ROUNDED = CRQ-REBILL-HOURS * CRQ-RATE
                       END-IF
                   END-IF
               WHEN CRQ-AMOUNT-CREDIT
                   MOVE CRQ-AMOUNT TO TBL-CRL-VALUE(WS-LINE-COUNT)
               WHEN CRQ-FULL-CREDIT
                   MOVE 'Y' TO WS-FULL-CREDIT-FLAG
                   MOVE WS-LINE-COUNT TO WS-FULL-SUB
               WHEN OTHER
                   MOVE 'BAD LINE TYPE' TO WS-REJECT-REASON
           END-EVALUATE
           ADD TBL-CRL-VALUE(WS-LINE-COUNT)  TO WS-CREDIT-TOTAL
           ADD TBL-CRL-RB-VAL(WS-LINE-COUNT) TO WS-REBILL-TOTAL.
      *****************************************************
      *  THE CREDIT MAY NOT TAKE THE INVOICE BELOW ZERO:    *
      *  WHAT IS CREDITABLE IS THE INVOICE AMOUNT LESS      *
      *  EVERYTHING ALREADY CREDITED.  A FULL-CREDIT LINE   *
      *  PICKS UP WHATEVER THE OTHER LINES LEAVE.           *
      *****************************************************
       2300-VALIDATE-REQUEST-PARA.
           MOVE WS-CUR-INVOICE TO IRG-INVOICE-NO
           READ REGISTER-FILE
               INVALID KEY
                   MOVE 'NOT ON REGISTER' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE IRG-CLIENT TO WS-ORIG-CLIENT
                   MOVE IRG-DATE   TO WS-ORIG-DATE
                   MOVE IRG-PO-NUMBER TO WS-ORIG-PO
                   COMPUTE WS-CREDITABLE = IRG-AMOUNT
                       - IRG-CREDIT-AMT
                   IF FULL-CREDIT-ASKED
                       AND WS-CREDITABLE > WS-CREDIT-TOTAL
                       COMPUTE TBL-CRL-VALUE(WS-FULL-SUB) =
                           WS-CREDITABLE - WS-CREDIT-TOTAL
                       ADD TBL-CRL-VALUE(WS-FULL-SUB)
                           TO WS-CREDIT-TOTAL
                   END-IF
                   IF WS-CREDIT-TOTAL = ZERO
                       MOVE 'NOTHING TO CREDIT' TO WS-REJECT-REASON
                   ELSE
                       IF WS-CREDIT-TOTAL > WS-CREDITABLE
                           MOVE 'EXCEEDS BALANCE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ.
       2800-REPORT-ISSUED-PARA.
           MOVE WS-CUR-INVOICE  TO OUT-ORIG-INVOICE
           MOVE WS-CRN-NO       TO OUT-RPT-CRN
           MOVE WS-CREDIT-TOTAL TO OUT-CREDITED
           MOVE WS-REBILL-NO    TO OUT-RPT-REBILL
           MOVE WS-REBILL-TOTAL TO OUT-REBILLED
           MOVE WS-RESULT       TO OUT-RESULT
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       2900-REJECT-REQUEST-PARA.
           ADD 1 TO WS-TOT-REJECTED
           MOVE WS-CUR-INVOICE  TO OUT-ORIG-INVOICE
           MOVE ZERO            TO OUT-RPT-CRN OUT-CREDITED
                                   OUT-RPT-REBILL OUT-REBILLED
           MOVE WS-REJECT-REASON TO OUT-RESULT
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE 'EMPCRNT '     TO EXR-SOURCE-PGM
           MOVE SPACES         TO EXR-KEY EXR-TEXT
           STRING 'INV-' DELIMITED BY SIZE
                  WS-CUR-INVOICE DELIMITED BY SIZE
               INTO EXR-KEY
           END-STRING
           STRING 'CREDIT REQUEST REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO EXR-TEXT
           END-STRING
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      *****************************************************
      *  THE CREDIT NOTE: NEXT NUMBER OFF THE INVOICE       *
      *  COUNTER, PRINTED TO CRNOTE.DAT AND ARCHIVED UNDER  *
      *  ITS OWN NUMBER.                                    *
      *****************************************************
       3000-ISSUE-CREDIT-NOTE-PARA.
           MOVE 'EMPINVC ' TO XG-FEED-ID
           CALL 'XMITGEN' USING XMITGEN-REQUEST
           MOVE XG-GENERATION TO WS-CRN-NO
                                 WS-DOC-NO
           ADD 1 TO WS-TOT-NOTES
           ADD WS-CREDIT-TOTAL TO WS-TOT-CREDITED
           MOVE WS-CRN-NO      TO OUT-CRN-NO
           MOVE WS-TODAY-NUM   TO OUT-CRN-DATE
           MOVE WS-ORIG-CLIENT TO OUT-CRN-CLIENT
           MOVE WS-CUR-INVOICE TO OUT-REF-INVOICE
           MOVE WS-ORIG-DATE   TO OUT-REF-DATE
           MOVE DOC-SEP-LINE   TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           MOVE CRN-HEAD-LINE  TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           MOVE CRN-REF-LINE   TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           MOVE DOC-COL-LINE   TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           PERFORM 3100-PRINT-CREDIT-LINE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LINE-COUNT
           MOVE WS-CREDIT-TOTAL TO OUT-CRN-TOTAL
           MOVE CRN-TOTAL-LINE TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           MOVE DOC-SEP-LINE   TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA.
       3100-PRINT-CREDIT-LINE-PARA.
           IF TBL-CRL-VALUE(WS-SUB) > ZERO
               MOVE TBL-CRL-EMP-ID(WS-SUB) TO OUT-LIN-EMP-ID
               MOVE TBL-CRL-TECH(WS-SUB)   TO OUT-LIN-TECH
               MOVE TBL-CRL-HOURS(WS-SUB)  TO OUT-LIN-HOURS
               MOVE TBL-CRL-RATE(WS-SUB)   TO OUT-LIN-RATE
               MOVE TBL-CRL-VALUE(WS-SUB)  TO OUT-LIN-AMOUNT
               MOVE TBL-CRL-REASON(WS-SUB) TO OUT-LIN-REASON
               MOVE DOC-DETAIL-LINE TO WS-DOC-LINE
               PERFORM 5000-WRITE-DOC-LINE-PARA
           END-IF.
      *****************************************************
      *  THE ORIGINAL CARRIES THE CREDIT.  ONCE NOTHING IS  *
      *  LEFT UNCREDITED IT IS FULLY CREDITED; IF IT WAS    *
      *  ALREADY PAID THE CLIENT IS NOW OWED A REFUND.      *
      *****************************************************
       3500-UPDATE-ORIGINAL-PARA.
           ADD WS-CREDIT-TOTAL TO IRG-CREDIT-AMT
           MOVE WS-CRN-NO      TO IRG-LAST-CRN-NO
           IF IRG-CREDIT-AMT < IRG-AMOUNT
               MOVE 'P' TO IRG-CREDIT-STATUS
               MOVE 'PART CREDITED' TO WS-RESULT
           ELSE
               MOVE 'C' TO IRG-CREDIT-STATUS
               MOVE 'FULLY CREDITED' TO WS-RESULT
           END-IF
           COMPUTE WS-OPEN-BAL = IRG-AMOUNT
               - IRG-PAID-AMT - IRG-CREDIT-AMT
           IF WS-OPEN-BAL < ZERO
               MOVE 'CREDITED - REFUND DUE' TO WS-RESULT
               MOVE 'EMPCRNT '     TO EXR-SOURCE-PGM
               MOVE SPACES         TO EXR-KEY EXR-TEXT
               STRING 'INV-' DELIMITED BY SIZE
                      WS-CUR-INVOICE DELIMITED BY SIZE
                   INTO EXR-KEY
               END-STRING
               STRING 'REFUND DUE ON CREDIT NOTE CRN-'
                          DELIMITED BY SIZE
                      WS-CRN-NO DELIMITED BY SIZE
                   INTO EXR-TEXT
               END-STRING
               CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           REWRITE INVREG-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - REWRITE FAILED FOR INVOICE '
                       IRG-INVOICE-NO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
      *****************************************************
      *  THE PO GETS THE CREDIT BACK AND THE REBILL TAKEN   *
      *  OFF AGAIN; CONSUMED NEVER GOES BELOW ZERO.         *
      *****************************************************
       3600-ADJUST-PO-PARA.
           MOVE WS-ORIG-PO TO PO-NUMBER
           READ PO-MASTER
               INVALID KEY
                   DISPLAY 'WARNING - PO ' WS-ORIG-PO
                       ' NOT ON POMAST.DAT - CONSUMED NOT ADJUSTED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   COMPUTE WS-PO-NET = PO-CONSUMED
                       - WS-CREDIT-TOTAL + WS-REBILL-TOTAL
                   IF WS-PO-NET < ZERO
                       MOVE ZERO TO WS-PO-NET
                   END-IF
                   MOVE WS-PO-NET TO PO-CONSUMED
                   IF WS-REBILL-NO > ZERO
                       MOVE WS-REBILL-NO TO PO-LAST-INV-NO
                   END-IF
                   REWRITE PO-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - REWRITE FAILED FOR '
                               'PO ' WS-ORIG-PO
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.
      *****************************************************
      *  THE REBILL: A NEW INVOICE FOR THE CORRECTED HOURS  *
      *  AT THE ORIGINAL RATES, QUOTING THE INVOICE IT      *
      *  REPLACES, REGISTERED AS A NEW OPEN ITEM.           *
      *****************************************************
       4000-ISSUE-REBILL-PARA.
           MOVE 'EMPINVC ' TO XG-FEED-ID
           CALL 'XMITGEN' USING XMITGEN-REQUEST
           MOVE XG-GENERATION TO WS-REBILL-NO
                                 WS-DOC-NO
           ADD 1 TO WS-TOT-REBILLS
           ADD WS-REBILL-TOTAL TO WS-TOT-REBILLED
           MOVE WS-REBILL-NO   TO OUT-INVOICE-NO
           MOVE WS-TODAY-NUM   TO OUT-INV-DATE
           MOVE WS-ORIG-CLIENT TO OUT-INV-CLIENT
           MOVE WS-CUR-INVOICE TO OUT-REPLACES-NO
           MOVE WS-CRN-NO      TO OUT-REPLACES-CRN
           MOVE DOC-SEP-LINE   TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           MOVE INV-HEAD-LINE  TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           MOVE INV-REPLACES-LINE TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           IF WS-ORIG-PO NOT = SPACES
               MOVE WS-ORIG-PO  TO OUT-INV-PO
               MOVE INV-PO-LINE TO WS-DOC-LINE
               PERFORM 5000-WRITE-DOC-LINE-PARA
           END-IF
           MOVE DOC-COL-LINE   TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           PERFORM 4100-PRINT-REBILL-LINE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LINE-COUNT
           MOVE WS-REBILL-TOTAL TO OUT-INV-TOTAL
           MOVE INV-TOTAL-LINE TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           MOVE DOC-SEP-LINE   TO WS-DOC-LINE
           PERFORM 5000-WRITE-DOC-LINE-PARA
           MOVE SPACES          TO INVREG-RECORD
           MOVE WS-REBILL-NO    TO IRG-INVOICE-NO
           MOVE WS-TODAY-NUM    TO IRG-DATE
           MOVE WS-ORIG-CLIENT  TO IRG-CLIENT
           MOVE WS-REBILL-TOTAL TO IRG-AMOUNT
           MOVE ZERO            TO IRG-PAID-AMT
                                   IRG-CREDIT-AMT
                                   IRG-LAST-RCPT-DATE
                                   IRG-LAST-CRN-NO
           MOVE WS-CUR-INVOICE  TO IRG-REPLACES-INV
           MOVE WS-ORIG-PO      TO IRG-PO-NUMBER
           MOVE 'O'             TO IRG-PAY-STATUS
           WRITE INVREG-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - INVOICE ' WS-REBILL-NO
                       ' ALREADY ON INVREG.DAT - NOT REGISTERED'
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
       4100-PRINT-REBILL-LINE-PARA.
           IF TBL-CRL-RB-VAL(WS-SUB) > ZERO
               MOVE TBL-CRL-EMP-ID(WS-SUB) TO OUT-LIN-EMP-ID
               MOVE TBL-CRL-TECH(WS-SUB)   TO OUT-LIN-TECH
               MOVE TBL-CRL-RB-HRS(WS-SUB) TO OUT-LIN-HOURS
               MOVE TBL-CRL-RATE(WS-SUB)   TO OUT-LIN-RATE
               MOVE TBL-CRL-RB-VAL(WS-SUB) TO OUT-LIN-AMOUNT
               MOVE SPACES                 TO OUT-LIN-REASON
               MOVE DOC-DETAIL-LINE TO WS-DOC-LINE
               PERFORM 5000-WRITE-DOC-LINE-PARA
           END-IF.
       5000-WRITE-DOC-LINE-PARA.
           WRITE NOTE-RECORD FROM WS-DOC-LINE
           MOVE WS-DOC-NO   TO ARC-INVOICE-NO
           MOVE WS-DOC-LINE TO ARC-LINE
           WRITE ARCHIVE-RECORD.
       9000-TERMINATION-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'REQUEST LINES READ'  TO OUT-SUM-LABEL
           MOVE WS-TOT-LINES          TO OUT-SUM-COUNT
           MOVE ZERO                  TO OUT-SUM-AMOUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           MOVE 'CREDIT NOTES ISSUED' TO OUT-SUM-LABEL
           MOVE WS-TOT-NOTES          TO OUT-SUM-COUNT
           MOVE WS-TOT-CREDITED       TO OUT-SUM-AMOUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           MOVE 'REBILL INVOICES'     TO OUT-SUM-LABEL
           MOVE WS-TOT-REBILLS        TO OUT-SUM-COUNT
           MOVE WS-TOT-REBILLED       TO OUT-SUM-AMOUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           MOVE 'REQUESTS REJECTED'   TO OUT-SUM-LABEL
           MOVE WS-TOT-REJECTED       TO OUT-SUM-COUNT
           MOVE ZERO                  TO OUT-SUM-AMOUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           DISPLAY '** CREDIT NOTE SUMMARY **'
           DISPLAY 'REQUEST LINES    : ', WS-TOT-LINES
           DISPLAY 'CREDIT NOTES     : ', WS-TOT-NOTES
           DISPLAY 'AMOUNT CREDITED  : ', WS-TOT-CREDITED
           DISPLAY 'REBILL INVOICES  : ', WS-TOT-REBILLS
           DISPLAY 'AMOUNT REBILLED  : ', WS-TOT-REBILLED
           DISPLAY 'REJECTED         : ', WS-TOT-REJECTED
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE REQUEST-FILE
           END-IF
           IF REGISTER-OPEN
               CLOSE REGISTER-FILE
           END-IF
           IF PO-FILE-OPEN
               CLOSE PO-MASTER
           END-IF
           CLOSE NOTE-FILE
                 ARCHIVE-FILE
                 REPORT-FILE.
