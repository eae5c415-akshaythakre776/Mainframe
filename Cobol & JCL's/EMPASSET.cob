       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASSET.
      *****************************************************
      *  COMPANY ASSET REGISTER MAINTENANCE.  APPLIES       *
      *  ASSTRAN.DAT TRANSACTIONS TO ASSTMAST.DAT           *
      *  (ASSETREC.CPY): 'A' ADDS A LAPTOP, PHONE, ACCESS   *
      *  CARD OR OTHER KIT TO THE REGISTER IN STOCK WITH    *
      *  ITS SERIAL AND REPLACEMENT VALUE, 'I' ISSUES A     *
      *  STOCK ITEM TO AN ACTIVE EMPLOYEE, 'R' TAKES IT     *
      *  BACK INTO STOCK, 'W' WRITES IT OFF AS LOST OR      *
      *  BROKEN, AND 'C'/'N' SET OR CLEAR PAYROLL'S CHOICE  *
      *  TO CHARGE THE HOLDER THE REPLACEMENT VALUE IF IT   *
      *  IS NOT BACK BY THE FINAL SETTLEMENT (EMPSETTL).    *
      *  A ZERO TRANSACTION DATE MEANS TODAY.  EVERY        *
      *  TRANSACTION IS LISTED APPLIED OR REJECTED WITH     *
      *  THE REASON ON ASSETRPT.DAT; ANY REJECT ENDS THE    *
      *  RUN RC=4.  THE REGISTER IS CREATED ON FIRST USE.   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-TRAN-FILE ASSIGN TO 'ASSTRAN.DAT'
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

           SELECT ASSET-MASTER ASSIGN TO 'ASSTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AST-TAG
           ALTERNATE RECORD KEY IS AST-EMP-ID WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'ASSETRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-TRAN-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  ASSET-TRAN-RECORD.
           03  ATR-ACTION          PIC X(01).
               88  ATR-ADD                    VALUE 'A'.
               88  ATR-ISSUE                  VALUE 'I'.
               88  ATR-RETURN                 VALUE 'R'.
               88  ATR-WRITE-OFF              VALUE 'W'.
               88  ATR-CHARGE                 VALUE 'C'.
               88  ATR-NO-CHARGE              VALUE 'N'.
           03  ATR-TAG             PIC X(10).
           03  ATR-TYPE            PIC X(02).
           03  ATR-SERIAL          PIC X(20).
           03  ATR-EMP-ID          PIC X(05).
           03  ATR-DATE            PIC 9(08).
           03  ATR-VALUE           PIC 9(7)V99.
           03  FILLER              PIC X(05).
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  ASSET-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       COPY ASSETREC.
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
       01  WS-MASTER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-ASSET-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  ASSET-FILE-OPEN               VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01) VALUE SPACES.
           88  TRAN-APPLIED                  VALUE 'A'.
           88  TRAN-REJECTED                 VALUE 'R'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-TRAN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ISSUED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-RETURNED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-WRITTEN-OFF  PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'COMPANY ASSET REGISTER MAINTENANCE'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(11) VALUE 'TAG'.
           03  FILLER              PIC X(02) VALUE 'AC'.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(10) VALUE 'RESULT'.
           03  FILLER              PIC X(51) VALUE 'REASON'.
       01  DETAIL-LINE.
           03  OUT-TAG             PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ACTION          PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-RESULT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REASON          PIC X(30) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(08) VALUE 'TRANS: '.
           03  OUT-TOT-READ        PIC ZZZZ9.
           03  FILLER              PIC X(11) VALUE '  APPLIED: '.
           03  OUT-TOT-APPLIED     PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(08) VALUE 'ISSUED:'.
           03  OUT-TOT-ISSUED      PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  RETURNED: '.
           03  OUT-TOT-RETURNED    PIC ZZZZ9.
           03  FILLER              PIC X(15) VALUE
               '  WRITTEN OFF: '.
           03  OUT-TOT-WRITTEN-OFF PIC ZZZZ9.
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
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN I-O ASSET-MASTER
           IF WS-FILE-STAT3 = '35'
               OPEN OUTPUT ASSET-MASTER
               CLOSE ASSET-MASTER
               OPEN I-O ASSET-MASTER
           END-IF
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-ASSET-OPEN-FLAG
           ELSE
               DISPLAY 'ASSTMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT3
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT ASSET-TRAN-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'ASSTRAN.DAT NOT AVAILABLE - NO ASSET '
                   'TRANSACTIONS THIS RUN'
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
           ELSE
               IF NOT END-OF-TRANS
                   PERFORM 1500-READ-TRAN-PARA
               END-IF
           END-IF.
       1500-READ-TRAN-PARA.
           READ ASSET-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-RESULT-CODE WS-REASON
           IF ATR-DATE NOT NUMERIC OR ATR-DATE = ZERO
               MOVE WS-TODAY-NUM TO WS-TRAN-DATE
           ELSE
               MOVE ATR-DATE TO WS-TRAN-DATE
           END-IF
           EVALUATE TRUE
               WHEN ATR-TAG = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ASSET TAG MISSING' TO WS-REASON
               WHEN ATR-ADD
                   PERFORM 2100-ADD-ASSET-PARA
               WHEN ATR-ISSUE
                   PERFORM 2200-ISSUE-PARA
               WHEN ATR-RETURN
                   PERFORM 2300-RETURN-PARA
               WHEN ATR-WRITE-OFF
                   PERFORM 2400-WRITE-OFF-PARA
               WHEN ATR-CHARGE OR ATR-NO-CHARGE
                   PERFORM 2500-CHARGE-PARA
               WHEN OTHER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REASON
           END-EVALUATE
           MOVE ATR-TAG    TO OUT-TAG
           MOVE ATR-ACTION TO OUT-ACTION
           MOVE ATR-EMP-ID TO OUT-EMP-ID
           MOVE WS-REASON  TO OUT-REASON
           IF TRAN-APPLIED
               MOVE 'APPLIED'  TO OUT-RESULT
               ADD 1 TO WS-TOT-APPLIED
           ELSE
               MOVE 'REJECTED' TO OUT-RESULT
               ADD 1 TO WS-TOT-REJECTED
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
           PERFORM 1500-READ-TRAN-PARA.
       2100-ADD-ASSET-PARA.
           MOVE ATR-TAG  TO AST-TAG
           MOVE ATR-TYPE TO AST-TYPE
           IF NOT AST-TYPE-VALID
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'INVALID ASSET TYPE' TO WS-REASON
           END-IF
           IF NOT TRAN-REJECTED
               IF ATR-VALUE NOT NUMERIC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'REPLACEMENT VALUE NOT NUMERIC'
                       TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               MOVE ATR-SERIAL TO AST-SERIAL
               MOVE 'S'        TO AST-STATUS
               MOVE SPACES     TO AST-EMP-ID
               MOVE ZERO       TO AST-ISSUE-DATE AST-RETURN-DATE
               MOVE ATR-VALUE  TO AST-VALUE
               MOVE 'N'        TO AST-CHARGE-FLAG
               WRITE ASSET-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'TAG ALREADY ON REGISTER'
                           TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
               END-WRITE
           END-IF.
       2200-ISSUE-PARA.
           PERFORM 2900-READ-ASSET-PARA
           IF NOT TRAN-REJECTED
               IF NOT AST-IN-STOCK
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ASSET NOT IN STOCK' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               MOVE ATR-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'EMP-ID NOT ON MASTER' TO WS-REASON
               END-READ
           END-IF
           IF NOT TRAN-REJECTED
               IF NOT EMP-ACTIVE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               MOVE 'I'          TO AST-STATUS
               MOVE ATR-EMP-ID   TO AST-EMP-ID
               MOVE WS-TRAN-DATE TO AST-ISSUE-DATE
               MOVE ZERO         TO AST-RETURN-DATE
               MOVE 'N'          TO AST-CHARGE-FLAG
               PERFORM 2950-REWRITE-ASSET-PARA
               IF TRAN-APPLIED
                   ADD 1 TO WS-TOT-ISSUED
               END-IF
           END-IF.
       2300-RETURN-PARA.
           PERFORM 2900-READ-ASSET-PARA
           IF NOT TRAN-REJECTED
               IF NOT AST-ISSUED
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ASSET NOT ISSUED' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               IF ATR-EMP-ID NOT = SPACES
                   AND ATR-EMP-ID NOT = AST-EMP-ID
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ASSET HELD BY ANOTHER EMPLOYEE'
                       TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               MOVE 'S'          TO AST-STATUS
               MOVE WS-TRAN-DATE TO AST-RETURN-DATE
               MOVE 'N'          TO AST-CHARGE-FLAG
               PERFORM 2950-REWRITE-ASSET-PARA
               IF TRAN-APPLIED
                   ADD 1 TO WS-TOT-RETURNED
               END-IF
           END-IF.
       2400-WRITE-OFF-PARA.
           PERFORM 2900-READ-ASSET-PARA
           IF NOT TRAN-REJECTED
               IF AST-WRITTEN-OFF
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ASSET ALREADY WRITTEN OFF' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               MOVE 'W'          TO AST-STATUS
               MOVE WS-TRAN-DATE TO AST-RETURN-DATE
               MOVE 'N'          TO AST-CHARGE-FLAG
               PERFORM 2950-REWRITE-ASSET-PARA
               IF TRAN-APPLIED
                   ADD 1 TO WS-TOT-WRITTEN-OFF
               END-IF
           END-IF.
      *****************************************************
      *  PAYROLL'S CHOICE: 'C' CHARGES THE HOLDER THE       *
      *  REPLACEMENT VALUE AT FINAL SETTLEMENT IF THE KIT   *
      *  IS STILL OUT, 'N' WITHDRAWS THE CHARGE.            *
      *****************************************************
       2500-CHARGE-PARA.
           PERFORM 2900-READ-ASSET-PARA
           IF NOT TRAN-REJECTED
               IF NOT AST-ISSUED
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'ASSET NOT ISSUED' TO WS-REASON
               END-IF
           END-IF
           IF NOT TRAN-REJECTED
               IF ATR-CHARGE
                   MOVE 'Y' TO AST-CHARGE-FLAG
               ELSE
                   MOVE 'N' TO AST-CHARGE-FLAG
               END-IF
               PERFORM 2950-REWRITE-ASSET-PARA
           END-IF.
       2900-READ-ASSET-PARA.
           MOVE ATR-TAG TO AST-TAG
           READ ASSET-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'TAG NOT ON REGISTER' TO WS-REASON
           END-READ.
       2950-REWRITE-ASSET-PARA.
           REWRITE ASSET-RECORD
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'REGISTER REWRITE FAILED' TO WS-REASON
               NOT INVALID KEY
                   MOVE 'A' TO WS-RESULT-CODE
           END-REWRITE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ        TO OUT-TOT-READ
           MOVE WS-TOT-APPLIED     TO OUT-TOT-APPLIED
           MOVE WS-TOT-REJECTED    TO OUT-TOT-REJECTED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           MOVE WS-TOT-ISSUED      TO OUT-TOT-ISSUED
           MOVE WS-TOT-RETURNED    TO OUT-TOT-RETURNED
           MOVE WS-TOT-WRITTEN-OFF TO OUT-TOT-WRITTEN-OFF
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** ASSET REGISTER SUMMARY **'
           DISPLAY 'TRANSACTIONS READ : ', WS-TOT-READ
           DISPLAY 'APPLIED           : ', WS-TOT-APPLIED
           DISPLAY 'REJECTED          : ', WS-TOT-REJECTED
           DISPLAY 'ISSUED            : ', WS-TOT-ISSUED
           DISPLAY 'RETURNED          : ', WS-TOT-RETURNED
           DISPLAY 'WRITTEN OFF       : ', WS-TOT-WRITTEN-OFF
           IF WS-TOT-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE ASSET-TRAN-FILE
           END-IF
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF ASSET-FILE-OPEN
               CLOSE ASSET-MASTER
           END-IF
           CLOSE REPORT-FILE.
