      *  'P' (PERCENTAGE OF NET), WHEN A FIXED SPLIT HAS   *
      *  NO AMOUNT OR WHEN A PERCENTAGE SPLIT IS ZERO OR   *
      *  OVER 100.                                         *
      *  A NEW SPLIT ACCOUNT, OR A CHANGE TO THE BANK CODE *
      *  OR ACCOUNT NUMBER OF AN EXISTING ONE, IS NOT      *
      *  APPLIED ON THE NIGHT: IT IS HELD ON BNKPEND.DAT   *
      *  FOR THE COOLING-OFF PERIOD, THE SAME AS A         *
      *  MAIN-ACCOUNT CHANGE IN BNKMAINT, AND BNKPREL      *
      *  RELEASES IT ONCE EMPEVENT HAS SENT THE EMPLOYEE A *
      *  CONFIRMATION NOTICE.  A CHANGE TO THE AMOUNT,     *
      *  PERCENTAGE OR ACCOUNT NAME ALONE, AND A DELETE,   *
      *  STILL APPLY AT ONCE; A DELETE ALSO DROPS ANY      *
      *  CHANGE STILL PENDING.  AN ADD OR CHANGE WHOSE     *
      *  ACCOUNT NUMBER IS ALREADY ON FILE - MAIN, SPLIT   *
      *  OR PENDING - AGAINST A DIFFERENT EMP-ID IS        *
      *  REFERRED TO PAYROLL AUDIT INSTEAD OF APPLIED      *
      *  (RC=4).                                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT BANK-MASTER ASSIGN TO 'BNKMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BNK-EMP-ID
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT BANK-PENDING-FILE ASSIGN TO 'BNKPEND.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BPN-KEY
           FILE STATUS  IS WS-FILE-STAT6.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  BANK-MASTER
           RECORD CONTAINS 54 CHARACTERS.
       COPY BNKREC.
       FD  BANK-PENDING-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY BNKPEND.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-BANK-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  BANK-FILE-OPEN                  VALUE 'Y'.
       01  WS-PEND-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PENDING-FILE-OPEN               VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-SCAN                     VALUE 'Y'.
       01  WS-DUP-FLAG             PIC X(01) VALUE 'N'.
           88  ACCT-HELD-ELSEWHERE             VALUE 'Y'.
       01  WS-DUP-EMP-ID           PIC X(05) VALUE SPACES.
       01  WS-TODAY                PIC 9(08) VALUE ZERO.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  TRAN-APPLIED                    VALUE 'A'.
           88  TRAN-REJECTED                   VALUE 'R'.
           88  TRAN-HELD                       VALUE 'P'.
           88  TRAN-REFERRED                   VALUE 'F'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-EMP-FLAG             PIC X(01) VALUE 'N'.
           88  EMP-ON-MASTER                   VALUE 'Y'.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-HELD         PIC 9(05) VALUE ZERO.
           03  WS-TOT-REFERRED     PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(36) VALUE
               'NET-PAY SPLIT MAINTENANCE REPORT'.
           03  FILLER              PIC X(23) VALUE
               'TRANSACTIONS REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(31) VALUE
               'HELD FOR COOLING-OFF PERIOD: '.
           03  OUT-TOT-HELD        PIC ZZZZ9.
       01  SUMMARY-LINE5.
           03  FILLER              PIC X(31) VALUE
               'REFERRED - ACCOUNT ON FILE: '.
           03  OUT-TOT-REFERRED    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
               CLOSE BANK-SPLIT-FILE
               OPEN I-O BANK-SPLIT-FILE
           END-IF
           OPEN INPUT BANK-MASTER
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-BANK-OPEN-FLAG
           END-IF
           OPEN I-O   BANK-PENDING-FILE
           IF WS-FILE-STAT6 = '35'
               OPEN OUTPUT BANK-PENDING-FILE
               CLOSE BANK-PENDING-FILE
               OPEN I-O BANK-PENDING-FILE
           END-IF
           IF WS-FILE-STAT6 = '00'
               MOVE 'Y' TO WS-PEND-OPEN-FLAG
           ELSE
               DISPLAY 'BNKPEND.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT6 ' - NO SPLIT CHANGES APPLIED'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYEE-MASTER
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           IF NOT END-OF-FILE
               PERFORM 1500-READ-TRAN
           END-IF.
       1500-READ-TRAN.
           READ TRAN-FILE
               AT END
                       OR BST-PCT > 100)
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PERCENT NOT IN 1-100 RANGE' TO WS-REASON
           END-EVALUATE
           IF NOT TRAN-REJECTED
               PERFORM 2070-CHECK-DUP-ACCT-PARA
               IF ACCT-HELD-ELSEWHERE
                   MOVE 'F' TO WS-RESULT-CODE
                   STRING 'ACCT ON FILE FOR EMP '
                          WS-DUP-EMP-ID DELIMITED BY SIZE
                          INTO WS-REASON
                   END-STRING
               END-IF
           END-IF.
       2060-CHECK-EMPLOYEE-PARA.
           MOVE 'N'        TO WS-EMP-FLAG
           MOVE BST-EMP-ID TO EMP-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FLAG
           END-READ.
      *****************************************************
      *  THE SAME ACCOUNT NUMBER ALREADY ON FILE FOR       *
      *  ANOTHER EMPLOYEE - AS A MAIN ACCOUNT, A SPLIT OR  *
      *  A CHANGE STILL COOLING OFF - IS THE PATTERN OF    *
      *  PAY DIVERSION, SO THE TRANSACTION GOES TO AUDIT.  *
      *  THE FILES ARE SMALL; EACH IS READ END TO END.     *
      *****************************************************
       2070-CHECK-DUP-ACCT-PARA.
           MOVE 'N'    TO WS-DUP-FLAG
           MOVE SPACES TO WS-DUP-EMP-ID
           IF BANK-FILE-OPEN
               MOVE 'N'        TO WS-SCAN-EOF-FLAG
               MOVE LOW-VALUES TO BNK-EMP-ID
               START BANK-MASTER KEY NOT < BNK-EMP-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM 2075-SCAN-MASTER-PARA
                   UNTIL END-OF-SCAN OR ACCT-HELD-ELSEWHERE
           END-IF
           IF NOT ACCT-HELD-ELSEWHERE
               MOVE 'N'        TO WS-SCAN-EOF-FLAG
               MOVE LOW-VALUES TO BSP-KEY
               START BANK-SPLIT-FILE KEY NOT < BSP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM 2080-SCAN-SPLIT-PARA
                   UNTIL END-OF-SCAN OR ACCT-HELD-ELSEWHERE
           END-IF
           IF NOT ACCT-HELD-ELSEWHERE
               MOVE 'N'        TO WS-SCAN-EOF-FLAG
               MOVE LOW-VALUES TO BPN-KEY
               START BANK-PENDING-FILE KEY NOT < BPN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM 2085-SCAN-PENDING-PARA
                   UNTIL END-OF-SCAN OR ACCT-HELD-ELSEWHERE
           END-IF.
       2075-SCAN-MASTER-PARA.
           READ BANK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF BNK-ACCT-NO = BST-ACCT-NO
                       AND BNK-EMP-ID NOT = BST-EMP-ID
                       MOVE 'Y'        TO WS-DUP-FLAG
                       MOVE BNK-EMP-ID TO WS-DUP-EMP-ID
                   END-IF
           END-READ.
       2080-SCAN-SPLIT-PARA.
           READ BANK-SPLIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF BSP-ACCT-NO = BST-ACCT-NO
                       AND BSP-EMP-ID NOT = BST-EMP-ID
                       MOVE 'Y'        TO WS-DUP-FLAG
                       MOVE BSP-EMP-ID TO WS-DUP-EMP-ID
                   END-IF
           END-READ.
       2085-SCAN-PENDING-PARA.
           READ BANK-PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF BPN-ACCT-NO = BST-ACCT-NO
                       AND BPN-EMP-ID NOT = BST-EMP-ID
                       MOVE 'Y'        TO WS-DUP-FLAG
                       MOVE BPN-EMP-ID TO WS-DUP-EMP-ID
                   END-IF
           END-READ.
       2100-ADD-PARA.
           PERFORM 2050-EDIT-TRAN-PARA
           IF NOT TRAN-REJECTED AND NOT TRAN-REFERRED
               MOVE BST-EMP-ID     TO BSP-EMP-ID
               MOVE BST-PRIORITY   TO BSP-PRIORITY
               READ BANK-SPLIT-FILE
                   INVALID KEY
                       PERFORM 2250-HOLD-CHANGE-PARA
                   NOT INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'DUPLICATE EMP-ID/PRIORITY'
                           TO WS-REASON
               END-READ
           END-IF.
       2200-CHANGE-PARA.
           PERFORM 2050-EDIT-TRAN-PARA
           IF NOT TRAN-REJECTED AND NOT TRAN-REFERRED
               MOVE BST-EMP-ID   TO BSP-EMP-ID
               MOVE BST-PRIORITY TO BSP-PRIORITY
               READ BANK-SPLIT-FILE
                       MOVE 'SPLIT NOT ON FILE' TO WS-REASON
               END-READ
           END-IF
           IF NOT TRAN-REJECTED AND NOT TRAN-REFERRED
               IF BST-BANK-CODE NOT = BSP-BANK-CODE
                   OR BST-ACCT-NO NOT = BSP-ACCT-NO
                   PERFORM 2250-HOLD-CHANGE-PARA
               END-IF
           END-IF
           IF NOT TRAN-REJECTED AND NOT TRAN-REFERRED
               AND NOT TRAN-HELD
               MOVE BST-BANK-CODE  TO BSP-BANK-CODE
               MOVE BST-ACCT-NO    TO BSP-ACCT-NO
               MOVE BST-ACCT-NAME  TO BSP-ACCT-NAME
                       MOVE 'REWRITE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
                       PERFORM 2270-KEEP-PENDING-AMOUNT-PARA
               END-REWRITE
           END-IF.
      *****************************************************
      *  NEW ACCOUNT DETAILS WAIT ON BNKPEND.DAT; A CHANGE *
      *  ALREADY WAITING IS REPLACED AND ITS COOLING-OFF   *
      *  PERIOD AND NOTICE START AGAIN.                    *
      *****************************************************
       2250-HOLD-CHANGE-PARA.
           MOVE BST-EMP-ID   TO BPN-EMP-ID
           MOVE 'S'          TO BPN-TARGET
           MOVE BST-PRIORITY TO BPN-PRIORITY
           READ BANK-PENDING-FILE
               INVALID KEY
                   PERFORM 2260-SET-PENDING-PARA
                   WRITE BANK-PENDING-RECORD
                   MOVE 'HELD FOR COOLING-OFF PERIOD' TO WS-REASON
               NOT INVALID KEY
                   PERFORM 2260-SET-PENDING-PARA
                   REWRITE BANK-PENDING-RECORD
                   MOVE 'REPLACES PENDING CHANGE' TO WS-REASON
           END-READ
           MOVE 'P' TO WS-RESULT-CODE.
       2260-SET-PENDING-PARA.
           MOVE BST-BANK-CODE  TO BPN-BANK-CODE
           MOVE BST-ACCT-NO    TO BPN-ACCT-NO
           MOVE BST-ACCT-NAME  TO BPN-ACCT-NAME
           MOVE BST-SPLIT-TYPE TO BPN-SPLIT-TYPE
           MOVE BST-AMOUNT     TO BPN-AMOUNT
           MOVE BST-PCT        TO BPN-PCT
           MOVE WS-TODAY       TO BPN-KEYED-DATE
           MOVE ZERO           TO BPN-NOTICE-DATE
           MOVE 'N'            TO BPN-NOTICE-FLAG.
       2270-KEEP-PENDING-AMOUNT-PARA.
           MOVE BST-EMP-ID   TO BPN-EMP-ID
           MOVE 'S'          TO BPN-TARGET
           MOVE BST-PRIORITY TO BPN-PRIORITY
           READ BANK-PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BST-SPLIT-TYPE TO BPN-SPLIT-TYPE
                   MOVE BST-AMOUNT     TO BPN-AMOUNT
                   MOVE BST-PCT        TO BPN-PCT
                   REWRITE BANK-PENDING-RECORD
           END-READ.
       2300-DELETE-PARA.
           MOVE BST-EMP-ID   TO BSP-EMP-ID
           MOVE BST-PRIORITY TO BSP-PRIORITY
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
               END-DELETE
           END-IF
           IF TRAN-APPLIED
               MOVE BST-EMP-ID   TO BPN-EMP-ID
               MOVE 'S'          TO BPN-TARGET
               MOVE BST-PRIORITY TO BPN-PRIORITY
               DELETE BANK-PENDING-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
       2900-WRITE-DETAIL.
           MOVE SPACES         TO DETAIL-LINE
           MOVE BST-PRIORITY   TO OUT-PRIORITY
           MOVE BST-ACCT-NO    TO OUT-ACCT-NO
           MOVE WS-REASON      TO OUT-REASON
           EVALUATE TRUE
               WHEN TRAN-APPLIED
                   MOVE 'APPLIED'  TO OUT-RESULT
                   ADD 1 TO WS-TOT-APPLIED
               WHEN TRAN-HELD
                   MOVE 'PENDING'  TO OUT-RESULT
                   ADD 1 TO WS-TOT-HELD
               WHEN TRAN-REFERRED
                   MOVE 'REFERRED' TO OUT-RESULT
                   ADD 1 TO WS-TOT-REFERRED
               WHEN OTHER
                   MOVE 'REJECTED' TO OUT-RESULT
                   ADD 1 TO WS-TOT-REJECTED
           END-EVALUATE
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ     TO OUT-TOT-READ
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           MOVE WS-TOT-HELD     TO OUT-TOT-HELD
           MOVE WS-TOT-REFERRED TO OUT-TOT-REFERRED
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           WRITE REPORT-RECORD FROM SUMMARY-LINE5
           IF WS-TOT-REFERRED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BANK-FILE-OPEN
               CLOSE BANK-MASTER
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE BANK-PENDING-FILE
           END-IF
           CLOSE TRAN-FILE
                 BANK-SPLIT-FILE
                 EMPLOYEE-MASTER
