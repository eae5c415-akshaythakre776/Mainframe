       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTXPRF.
      *****************************************************
      *  TAX-SAVING PROOF RECONCILIATION.  RUN NEAR YEAR    *
      *  END, AHEAD OF THE LAST PAY RUNS, ONCE PAYROLL HAS  *
      *  CHECKED THE EVIDENCE EMPLOYEES HAND IN.            *
      *  TAXPRFIN.DAT CARRIES ONE RECORD PER EMPLOYEE, TAX  *
      *  YEAR AND SECTION WITH THE VERIFIED AMOUNT; IT      *
      *  REPLACES THE DECLARED AMOUNT ON TAXDECL.DAT -      *
      *  ALLOWED UP TO THE TAXSECT.DAT SECTION LIMIT - AND  *
      *  MARKS THE SECTION PROVED.  WITH TXPRFCUT=Y THE RUN *
      *  IS ALSO THE PROOF CUT-OFF: EVERY DECLARATION FOR   *
      *  THE YEAR STILL UNPROVED IS DISALLOWED (ALLOWED     *
      *  ZERO).  THE YEAR DEFAULTS TO THE CURRENT YEAR AND  *
      *  CAN BE OVERRIDDEN WITH THE EMPTXPRF-YEAR           *
      *  ENVIRONMENT SWITCH.  EMPPAY PICKS UP THE NEW       *
      *  ALLOWED AMOUNTS ON ITS NEXT RUN AND SPREADS THE    *
      *  DIFFERENCE FROM THE RELIEF ALREADY GIVEN OVER THE  *
      *  MONTHS LEFT, SO THE YEAR'S TAX IS RIGHT BEFORE     *
      *  EMPTAXCT PRINTS THE CERTIFICATE.  THE REGISTER     *
      *  (TAXPRFRP.DAT) SHOWS THAT DIFFERENCE PER SECTION.  *
      *  REJECTED PROOFS OR DISALLOWED DECLARATIONS END     *
      *  RC=4.                                              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROOF-TRAN-FILE ASSIGN TO 'TAXPRFIN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT TAX-DECL-FILE ASSIGN TO 'TAXDECL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TDC-KEY
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT TAX-SECTION-FILE ASSIGN TO 'TAXSECT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'TAXPRFRP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  PROOF-TRAN-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  PROOF-TRAN-RECORD.
           03  PTI-EMP-ID          PIC X(05).
           03  PTI-YEAR            PIC 9(04).
           03  PTI-SECTION         PIC X(03).
           03  PTI-AMOUNT          PIC 9(7)V99.
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
       01  WS-TRAN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-TRANS                  VALUE 'Y'.
       01  WS-SWEEP-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-SWEEP                  VALUE 'Y'.
       01  WS-SECT-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-SECTIONS               VALUE 'Y'.
       01  WS-DECL-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  DECL-FILE-OPEN                VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01) VALUE SPACES.
           88  TRAN-APPLIED                  VALUE 'A'.
           88  TRAN-REJECTED                 VALUE 'R'.
       01  WS-REASON               PIC X(20) VALUE SPACES.
       01  WS-ENV-CUTOFF           PIC X(01) VALUE SPACES.
           88  PROOF-CUTOFF-RUN              VALUE 'Y'.
       01  WS-ENV-YEAR             PIC X(04) VALUE SPACES.
       01  WS-ENV-YEAR-NUM REDEFINES WS-ENV-YEAR
                                   PIC 9(04).
       01  WS-PROOF-YEAR           PIC 9(04) VALUE ZERO.
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
       01  WS-TO-SPREAD            PIC S9(7)V99 VALUE ZERO.
       01  WS-GRAND-SPREAD         PIC S9(9)V99 VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-PROVED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-CAPPED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-DISALLOWED   PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(37) VALUE
               'TAX-SAVING PROOF RECONCILIATION FOR '.
           03  OUT-HDG-YEAR        PIC 9(04) VALUE ZERO.
           03  FILLER              PIC X(39) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(05) VALUE 'YEAR'.
           03  FILLER              PIC X(04) VALUE 'SEC'.
           03  FILLER              PIC X(11) VALUE '  DECLARED'.
           03  FILLER              PIC X(11) VALUE '  VERIFIED'.
           03  FILLER              PIC X(11) VALUE '   ALLOWED'.
           03  FILLER              PIC X(12) VALUE '  TO SPREAD'.
           03  FILLER              PIC X(20) VALUE 'NOTE'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-YEAR            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-SECTION         PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DECLARED        PIC ZZZZZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-VERIFIED        PIC ZZZZZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ALLOWED         PIC ZZZZZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TO-SPREAD       PIC -ZZZZZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-REASON          PIC X(20) VALUE SPACES.
       01  SWEEP-HEADING           PIC X(80) VALUE
           'UNPROVED AT CUT-OFF - DECLARATIONS DISALLOWED'.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(08) VALUE 'PROOFS: '.
           03  OUT-TOT-READ        PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  PROVED: '.
           03  OUT-TOT-PROVED      PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE
               '  DISALLOWED: '.
           03  OUT-TOT-DISALLOWED  PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(30) VALUE
               'NET RELIEF LEFT TO SPREAD:    '.
           03  OUT-GRAND-SPREAD    PIC -ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-TRANS
           IF PROOF-CUTOFF-RUN AND DECL-FILE-OPEN
               PERFORM 3000-SWEEP-UNPROVED-PARA
           END-IF
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-YR TO WS-PROOF-YEAR
           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT 'EMPTXPRF-YEAR'
           IF WS-ENV-YEAR IS NUMERIC
               MOVE WS-ENV-YEAR-NUM TO WS-PROOF-YEAR
           END-IF
           ACCEPT WS-ENV-CUTOFF FROM ENVIRONMENT 'TXPRFCUT'
           MOVE WS-PROOF-YEAR TO OUT-HDG-YEAR
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-LOAD-SECTIONS-PARA
           OPEN I-O TAX-DECL-FILE
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-DECL-OPEN-FLAG
           ELSE
               DISPLAY 'TAXDECL.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT PROOF-TRAN-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'TAXPRFIN.DAT NOT AVAILABLE - NO PROOFS '
                   'TO APPLY'
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
           ELSE
               IF NOT END-OF-TRANS
                   PERFORM 1500-READ-TRAN-PARA
               END-IF
           END-IF.
       1100-LOAD-SECTIONS-PARA.
           OPEN INPUT TAX-SECTION-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 1150-READ-SECTION-PARA UNTIL END-OF-SECTIONS
               CLOSE TAX-SECTION-FILE
           ELSE
               DISPLAY 'TAXSECT.DAT NOT AVAILABLE - NO SECTION '
                   'LIMITS, ALL PROOFS REJECTED'
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
           READ PROOF-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-RESULT-CODE WS-REASON
           MOVE ZERO   TO WS-TO-SPREAD
           MOVE SPACES TO DETAIL-LINE
           MOVE PTI-EMP-ID  TO OUT-EMP-ID
           MOVE PTI-YEAR    TO OUT-YEAR
           MOVE PTI-SECTION TO OUT-SECTION
           PERFORM 2100-VALIDATE-PARA
           IF NOT TRAN-REJECTED
               PERFORM 2300-APPLY-PROOF-PARA
           ELSE
               ADD 1 TO WS-TOT-REJECTED
               IF PTI-AMOUNT IS NUMERIC
                   MOVE PTI-AMOUNT TO OUT-VERIFIED
               END-IF
           END-IF
           MOVE WS-REASON TO OUT-REASON
           WRITE REPORT-RECORD FROM DETAIL-LINE
           PERFORM 1500-READ-TRAN-PARA.
       2100-VALIDATE-PARA.
           IF PTI-YEAR IS NOT NUMERIC
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'TAX YEAR NOT NUMERIC' TO WS-REASON
           END-IF
           IF NOT TRAN-REJECTED
               IF PTI-AMOUNT IS NOT NUMERIC
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
           END-IF
           IF NOT TRAN-REJECTED
               MOVE PTI-EMP-ID  TO TDC-EMP-ID
               MOVE PTI-YEAR    TO TDC-YEAR
               MOVE PTI-SECTION TO TDC-SECTION
               READ TAX-DECL-FILE
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'NO DECLARATION' TO WS-REASON
               END-READ
           END-IF.
       2150-MATCH-SECTION-PARA.
           IF TBL-SECT-CODE(WS-SUB) = PTI-SECTION
               MOVE WS-SUB TO WS-SECT-FIND
           END-IF.
      *****************************************************
      *  THE VERIFIED AMOUNT REPLACES THE DECLARED ONE,     *
      *  STILL CAPPED AT THE SECTION LIMIT.  A LATE PROOF   *
      *  FOR A SECTION DISALLOWED AT AN EARLIER CUT-OFF IS  *
      *  ACCEPTED THE SAME WAY.  TO SPREAD IS WHAT EMPPAY   *
      *  STILL HAS TO GIVE (OR, NEGATIVE, CLAW BACK) OVER   *
      *  THE REST OF THE YEAR.                              *
      *****************************************************
       2300-APPLY-PROOF-PARA.
           MOVE PTI-AMOUNT TO TDC-PROOF-AMT
           IF PTI-AMOUNT > TBL-SECT-LIMIT(WS-SECT-FIND)
               MOVE TBL-SECT-LIMIT(WS-SECT-FIND) TO TDC-ALLOWED
               MOVE 'CAPPED AT LIMIT' TO WS-REASON
               ADD 1 TO WS-TOT-CAPPED
           ELSE
               MOVE PTI-AMOUNT TO TDC-ALLOWED
               MOVE 'PROOF VERIFIED' TO WS-REASON
           END-IF
           MOVE 'V'          TO TDC-STATUS
           MOVE WS-TODAY-NUM TO TDC-PROOF-DATE
           REWRITE TAX-DECL-RECORD
           MOVE 'A' TO WS-RESULT-CODE
           ADD 1 TO WS-TOT-PROVED
           PERFORM 2400-FILL-AMOUNTS-PARA.
       2400-FILL-AMOUNTS-PARA.
           COMPUTE WS-TO-SPREAD = TDC-ALLOWED - TDC-RELIEF-YTD
           ADD WS-TO-SPREAD    TO WS-GRAND-SPREAD
           MOVE TDC-DECL-AMT  TO OUT-DECLARED
           MOVE TDC-PROOF-AMT TO OUT-VERIFIED
           MOVE TDC-ALLOWED   TO OUT-ALLOWED
           MOVE WS-TO-SPREAD  TO OUT-TO-SPREAD.
      *****************************************************
      *  CUT-OFF SWEEP: ANY DECLARATION FOR THE YEAR WITH   *
      *  NO PROOF BY NOW IS DISALLOWED, SO THE RELIEF       *
      *  ALREADY GIVEN ON IT IS TAXED BACK BY YEAR END.     *
      *****************************************************
       3000-SWEEP-UNPROVED-PARA.
           WRITE REPORT-RECORD FROM SWEEP-HEADING
           MOVE LOW-VALUES TO TDC-KEY
           START TAX-DECL-FILE KEY NOT < TDC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-FLAG
           END-START
           PERFORM 3100-SWEEP-ONE-PARA UNTIL END-OF-SWEEP.
       3100-SWEEP-ONE-PARA.
           READ TAX-DECL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-FLAG
               NOT AT END
                   IF TDC-YEAR = WS-PROOF-YEAR AND TDC-AS-DECLARED
                       PERFORM 3200-DISALLOW-PARA
                   END-IF
           END-READ.
       3200-DISALLOW-PARA.
           MOVE 'X'  TO TDC-STATUS
           MOVE ZERO TO TDC-ALLOWED
           REWRITE TAX-DECL-RECORD
           ADD 1 TO WS-TOT-DISALLOWED
           MOVE SPACES      TO DETAIL-LINE
           MOVE TDC-EMP-ID  TO OUT-EMP-ID
           MOVE TDC-YEAR    TO OUT-YEAR
           MOVE TDC-SECTION TO OUT-SECTION
           PERFORM 2400-FILL-AMOUNTS-PARA
           MOVE 'NO PROOF - DISALLOWED' TO OUT-REASON
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ       TO OUT-TOT-READ
           MOVE WS-TOT-PROVED     TO OUT-TOT-PROVED
           MOVE WS-TOT-REJECTED   TO OUT-TOT-REJECTED
           MOVE WS-TOT-DISALLOWED TO OUT-TOT-DISALLOWED
           MOVE WS-GRAND-SPREAD   TO OUT-GRAND-SPREAD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** TAX PROOF RECONCILIATION SUMMARY **'
           DISPLAY 'PROOF YEAR        : ', WS-PROOF-YEAR
           DISPLAY 'PROOFS READ       : ', WS-TOT-READ
           DISPLAY 'PROVED            : ', WS-TOT-PROVED
           DISPLAY 'CAPPED AT LIMIT   : ', WS-TOT-CAPPED
           DISPLAY 'REJECTED          : ', WS-TOT-REJECTED
           IF PROOF-CUTOFF-RUN
               DISPLAY 'DISALLOWED AT CUT : ', WS-TOT-DISALLOWED
           END-IF
           IF (WS-TOT-REJECTED > ZERO OR WS-TOT-DISALLOWED > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE PROOF-TRAN-FILE
           END-IF
           IF DECL-FILE-OPEN
               CLOSE TAX-DECL-FILE
           END-IF
           CLOSE REPORT-FILE.
