       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTXDCL.
      *****************************************************
      *  TAX-SAVING DECLARATION INTAKE.  APPLIES            *
      *  TAXDCLIN.DAT - ONE RECORD PER EMPLOYEE, TAX YEAR   *
      *  AND SECTION CODE WITH THE ANNUAL AMOUNT THE        *
      *  EMPLOYEE DECLARES THEY WILL SPEND (INVESTMENTS,    *
      *  INSURANCE PREMIUMS, HOUSING RENT) - TO THE         *
      *  TAXDECL.DAT DECLARATION MASTER.  EACH DECLARATION  *
      *  IS VALIDATED AGAINST THE EMPLOYEE MASTER AND THE   *
      *  TAXSECT.DAT SECTION-LIMITS TABLE: THE YEAR MUST BE *
      *  THIS YEAR OR NEXT, THE SECTION MUST BE ON THE      *
      *  TABLE, AND A SECTION WHOSE PROOF HAS ALREADY BEEN  *
      *  PROCESSED BY EMPTXPRF CANNOT BE RE-DECLARED.  AN   *
      *  AMOUNT OVER THE SECTION LIMIT IS ACCEPTED BUT      *
      *  ALLOWED ONLY UP TO THE LIMIT.  A REVISED           *
      *  DECLARATION REPLACES THE EARLIER ONE AND KEEPS THE *
      *  RELIEF ALREADY GIVEN, SO EMPPAY SPREADS THE        *
      *  DIFFERENCE OVER THE REST OF THE YEAR; A ZERO       *
      *  AMOUNT WITHDRAWS THE DECLARATION.  REJECTIONS END  *
      *  RC=4.  REGISTER ON TAXDCLRP.DAT.                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECL-TRAN-FILE ASSIGN TO 'TAXDCLIN.DAT'
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

           SELECT TAX-DECL-FILE ASSIGN TO 'TAXDECL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TDC-KEY
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT TAX-SECTION-FILE ASSIGN TO 'TAXSECT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT REPORT-FILE ASSIGN TO 'TAXDCLRP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.
       DATA DIVISION.
       FILE SECTION.
       FD  DECL-TRAN-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  DECL-TRAN-RECORD.
           03  DTI-EMP-ID          PIC X(05).
           03  DTI-YEAR            PIC 9(04).
           03  DTI-SECTION         PIC X(03).
           03  DTI-AMOUNT          PIC 9(7)V99.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  TAX-DECL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TAXDECL.
       FD  TAX-SECTION-FILE
           RECORD CONTAINS 32 CHARACTERS.
       COPY TAXSECT.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-TRAN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-TRANS                  VALUE 'Y'.
       01  WS-MAST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-DECL-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  DECL-FILE-OPEN                VALUE 'Y'.
       01  WS-SECT-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-SECTIONS               VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01) VALUE SPACES.
           88  TRAN-APPLIED                  VALUE 'A'.
           88  TRAN-REJECTED                 VALUE 'R'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-SECT-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-SECT-TABLE.
           03  SECT-ENTRY          OCCURS 20 TIMES.
               05  TBL-SECT-CODE   PIC X(03).
               05  TBL-SECT-LIMIT  PIC 9(7)V99.
       01  WS-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-SECT-FIND            PIC 9(02) VALUE ZERO.
       01  WS-ALLOWED              PIC 9(7)V99 VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-ADDED        PIC 9(05) VALUE ZERO.
           03  WS-TOT-REVISED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-CAPPED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'TAX-SAVING DECLARATION REGISTER'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(05) VALUE 'YEAR'.
           03  FILLER              PIC X(04) VALUE 'SEC'.
           03  FILLER              PIC X(13) VALUE '     DECLARED'.
           03  FILLER              PIC X(13) VALUE '      ALLOWED'.
           03  FILLER              PIC X(10) VALUE '  RESULT'.
           03  FILLER              PIC X(29) VALUE 'REASON'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-YEAR            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-SECTION         PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DECLARED        PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ALLOWED         PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-REASON          PIC X(30) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(08) VALUE 'TRANS: '.
           03  OUT-TOT-READ        PIC ZZZZ9.
           03  FILLER              PIC X(09) VALUE '  ADDED: '.
           03  OUT-TOT-ADDED       PIC ZZZZ9.
           03  FILLER              PIC X(11) VALUE '  REVISED: '.
           03  OUT-TOT-REVISED     PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  CAPPED: '.
           03  OUT-TOT-CAPPED      PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-TRANS
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-LOAD-SECTIONS-PARA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-MAST-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN I-O TAX-DECL-FILE
           IF WS-FILE-STAT3 = '35'
               OPEN OUTPUT TAX-DECL-FILE
               CLOSE TAX-DECL-FILE
               OPEN I-O TAX-DECL-FILE
           END-IF
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-DECL-OPEN-FLAG
           ELSE
               DISPLAY 'TAXDECL.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT3
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT DECL-TRAN-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'TAXDCLIN.DAT NOT AVAILABLE - NO '
                   'DECLARATIONS TO APPLY'
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
           ELSE
               IF NOT END-OF-TRANS
                   PERFORM 1500-READ-TRAN-PARA
               END-IF
           END-IF.
      *****************************************************
      *  THE SECTION-LIMITS TABLE IS SMALL AND FIXED FOR    *
      *  THE RUN - LOADED ONCE.  WITHOUT IT NO SECTION CAN  *
      *  BE VALIDATED, SO EVERY DECLARATION IS REJECTED.    *
      *****************************************************
       1100-LOAD-SECTIONS-PARA.
           OPEN INPUT TAX-SECTION-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 1150-READ-SECTION-PARA UNTIL END-OF-SECTIONS
               CLOSE TAX-SECTION-FILE
           ELSE
               DISPLAY 'TAXSECT.DAT NOT AVAILABLE - NO SECTION '
                   'LIMITS, ALL DECLARATIONS REJECTED'
           END-IF.
       1150-READ-SECTION-PARA.
           READ TAX-SECTION-FILE
               AT END
                   MOVE 'Y' TO WS-SECT-EOF-FLAG
               NOT AT END
                   IF WS-SECT-COUNT < 20
                       ADD 1 TO WS-SECT-COUNT
                       MOVE TXS-CODE  TO TBL-SECT-CODE(WS-SECT-COUNT)
                       MOVE TXS-LIMIT TO TBL-SECT-LIMIT(WS-SECT-COUNT)
                   ELSE
                       DISPLAY 'WARNING - TAX SECTION TABLE FULL '
                           'AT 20 - REST IGNORED'
                       MOVE 'Y' TO WS-SECT-EOF-FLAG
                   END-IF
           END-READ.
       1500-READ-TRAN-PARA.
           READ DECL-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-RESULT-CODE WS-REASON
           MOVE ZERO   TO WS-ALLOWED
           PERFORM 2100-VALIDATE-PARA
           IF NOT TRAN-REJECTED
               PERFORM 2300-APPLY-PARA
           END-IF
           MOVE DTI-EMP-ID  TO OUT-EMP-ID
           MOVE DTI-YEAR    TO OUT-YEAR
           MOVE DTI-SECTION TO OUT-SECTION
           MOVE WS-REASON   TO OUT-REASON
           IF DTI-AMOUNT IS NUMERIC
               MOVE DTI-AMOUNT TO OUT-DECLARED
           ELSE
               MOVE ZERO       TO OUT-DECLARED
           END-IF
           MOVE WS-ALLOWED  TO OUT-ALLOWED
           IF TRAN-APPLIED
               MOVE 'APPLIED'  TO OUT-RESULT
           ELSE
               MOVE 'REJECTED' TO OUT-RESULT
               ADD 1 TO WS-TOT-REJECTED
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
           PERFORM 1500-READ-TRAN-PARA.
       2100-VALIDATE-PARA.
           MOVE DTI-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON MASTER' TO WS-REASON
           END-READ
           IF NOT TRAN-REJECTED
               IF EMP-TERMINATED
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMPLOYEE TERMINATED' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               IF DTI-YEAR IS NOT NUMERIC
                   OR DTI-YEAR < WS-TODAY-YR
                   OR DTI-YEAR > WS-TODAY-YR + 1
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'TAX YEAR NOT THIS YEAR OR NEXT'
                       TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               IF DTI-AMOUNT IS NOT NUMERIC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               MOVE ZERO TO WS-SECT-FIND
               PERFORM 2150-MATCH-SECTION-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SECT-COUNT
               IF WS-SECT-FIND = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'UNKNOWN SECTION CODE' TO WS-REASON
               END-IF
           END-IF.
       2150-MATCH-SECTION-PARA.
           IF TBL-SECT-CODE(WS-SUB) = DTI-SECTION
               MOVE WS-SUB TO WS-SECT-FIND
           END-IF.
      *****************************************************
      *  A NEW DECLARATION STARTS WITH NO RELIEF GIVEN; A   *
      *  REVISION KEEPS TDC-RELIEF-YTD AND THE LAST-RUN     *
      *  FIELDS SO EMPPAY SPREADS ONLY THE DIFFERENCE.      *
      *  ONCE EMPTXPRF HAS DEALT WITH THE PROOF THE         *
      *  DECLARATION IS NO LONGER THE EMPLOYEE'S TO CHANGE. *
      *****************************************************
       2300-APPLY-PARA.
           IF DTI-AMOUNT > TBL-SECT-LIMIT(WS-SECT-FIND)
               MOVE TBL-SECT-LIMIT(WS-SECT-FIND) TO WS-ALLOWED
               MOVE 'CAPPED AT SECTION LIMIT' TO WS-REASON
               ADD 1 TO WS-TOT-CAPPED
           ELSE
               MOVE DTI-AMOUNT TO WS-ALLOWED
           END-IF
           MOVE DTI-EMP-ID  TO TDC-EMP-ID
           MOVE DTI-YEAR    TO TDC-YEAR
           MOVE DTI-SECTION TO TDC-SECTION
           READ TAX-DECL-FILE
               INVALID KEY
                   PERFORM 2350-ADD-DECL-PARA
               NOT INVALID KEY
                   PERFORM 2400-REVISE-DECL-PARA
           END-READ.
       2350-ADD-DECL-PARA.
           MOVE 'D'          TO TDC-STATUS
           MOVE DTI-AMOUNT   TO TDC-DECL-AMT
           MOVE WS-ALLOWED   TO TDC-ALLOWED
           MOVE ZERO         TO TDC-PROOF-AMT TDC-RELIEF-YTD
                                TDC-LAST-PERIOD TDC-LAST-RELIEF
                                TDC-PROOF-DATE
           MOVE WS-TODAY-NUM TO TDC-DECL-DATE
           WRITE TAX-DECL-RECORD
           MOVE 'A' TO WS-RESULT-CODE
           ADD 1 TO WS-TOT-ADDED.
       2400-REVISE-DECL-PARA.
           IF NOT TDC-AS-DECLARED
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'PROOF ALREADY PROCESSED' TO WS-REASON
               MOVE TDC-ALLOWED TO WS-ALLOWED
           ELSE
               MOVE DTI-AMOUNT   TO TDC-DECL-AMT
               MOVE WS-ALLOWED   TO TDC-ALLOWED
               MOVE WS-TODAY-NUM TO TDC-DECL-DATE
               REWRITE TAX-DECL-RECORD
               MOVE 'A' TO WS-RESULT-CODE
               ADD 1 TO WS-TOT-REVISED
               IF WS-REASON = SPACES
                   MOVE 'REVISED DECLARATION' TO WS-REASON
               END-IF
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ     TO OUT-TOT-READ
           MOVE WS-TOT-ADDED    TO OUT-TOT-ADDED
           MOVE WS-TOT-REVISED  TO OUT-TOT-REVISED
           MOVE WS-TOT-CAPPED   TO OUT-TOT-CAPPED
           MOVE WS-TOT-REJECTED TO OUT-TOT-REJECTED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** TAX DECLARATION SUMMARY **'
           DISPLAY 'DECLARATIONS READ : ', WS-TOT-READ
           DISPLAY 'ADDED             : ', WS-TOT-ADDED
           DISPLAY 'REVISED           : ', WS-TOT-REVISED
           DISPLAY 'CAPPED AT LIMIT   : ', WS-TOT-CAPPED
           DISPLAY 'REJECTED          : ', WS-TOT-REJECTED
           IF WS-TOT-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE DECL-TRAN-FILE
           END-IF
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF DECL-FILE-OPEN
               CLOSE TAX-DECL-FILE
           END-IF
           CLOSE REPORT-FILE.
