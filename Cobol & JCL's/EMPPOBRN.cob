       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPOBRN.
      *****************************************************
      *  PURCHASE-ORDER BURN REPORT.  EVERY OPEN PO ON      *
      *  POMAST.DAT WITH ITS CEILING, THE VALUE EMPINVC     *
      *  HAS INVOICED AGAINST IT, THE PERCENTAGE CONSUMED   *
      *  AND ANY INVOICE VALUE HELD ON INVHOLD.DAT BECAUSE  *
      *  IT WOULD HAVE BREACHED THE CEILING.  A PO PAST 80  *
      *  PERCENT IS FLAGGED FOR DELIVERY TO ASK THE CLIENT  *
      *  FOR A NEW ONE; A PO AT 100 PERCENT, OR WITH WORK   *
      *  HELD AGAINST IT, IS FLAGGED AS NEEDING A NEW PO    *
      *  NOW.  EVERY FLAGGED PO ALSO GOES TO THE EXCEPTION  *
      *  REGISTER.  REPORT ON POBURN.DAT.  ENDS RC=4 WHEN   *
      *  ANY PO IS AT 100 PERCENT OR HAS WORK HELD.         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-MASTER ASSIGN TO 'POMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PO-NUMBER
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT HOLD-FILE ASSIGN TO 'INVHOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT REPORT-FILE ASSIGN TO 'POBURN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.
       DATA DIVISION.
       FILE SECTION.
       FD  PO-MASTER.
       COPY POREC.
       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY INVHOLD.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-LOAD-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-LOAD         VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       COPY EXCPREG.
       01  WS-HELD-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-HELD-TABLE.
           03  HELD-ENTRY          OCCURS 200 TIMES.
               05  TBL-HLD-PO      PIC X(12).
               05  TBL-HLD-VALUE   PIC 9(9)V99.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-LOOK-PO              PIC X(12) VALUE SPACES.
       01  WS-HELD-VALUE           PIC 9(9)V99 VALUE ZERO.
       01  WS-BURN-PCT             PIC 9(3)V9 VALUE ZERO.
       01  WS-FLAG-TEXT            PIC X(13) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-OPEN         PIC 9(05) VALUE ZERO.
           03  WS-TOT-WARN         PIC 9(05) VALUE ZERO.
           03  WS-TOT-FULL         PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(33) VALUE
               'PURCHASE-ORDER BURN REPORT AS AT '.
           03  OUT-HDR-DATE        PIC 9(08).
           03  FILLER              PIC X(39) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(13) VALUE 'PO NUMBER'.
           03  FILLER              PIC X(09) VALUE 'CLIENT'.
           03  FILLER              PIC X(09) VALUE 'PROJECT'.
           03  FILLER              PIC X(10) VALUE '  CEILING'.
           03  FILLER              PIC X(10) VALUE ' CONSUMED'.
           03  FILLER              PIC X(06) VALUE '    %'.
           03  FILLER              PIC X(10) VALUE '     HELD'.
           03  FILLER              PIC X(13) VALUE 'FLAG'.
       01  DETAIL-LINE.
           03  OUT-PO-NUMBER       PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PO-CLIENT       PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PO-PROJECT      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PO-CEILING      PIC ZZZZZZZZ9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PO-CONSUMED     PIC ZZZZZZZZ9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PO-PCT          PIC ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PO-HELD         PIC ZZZZZZZZ9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PO-FLAG         PIC X(13) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(11) VALUE 'OPEN POS: '.
           03  OUT-TOT-OPEN        PIC ZZZZ9.
           03  FILLER              PIC X(15) VALUE '  PAST 80 PCT: '.
           03  OUT-TOT-WARN        PIC ZZZZ9.
           03  FILLER              PIC X(19) VALUE
               '  NEW PO NEEDED: '.
           03  OUT-TOT-FULL        PIC ZZZZ9.
           03  FILLER              PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-NUM TO OUT-HDR-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-LOAD-HELD-PARA
           OPEN INPUT PO-MASTER
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'POMAST.DAT NOT PRESENT - NO PURCHASE '
                   'ORDERS TO REPORT'
               MOVE 'Y' TO WS-FILE-FLAG
           END-IF.
      *****************************************************
      *  HELD INVOICE VALUE, TOTALLED BY PO.                *
      *****************************************************
       1100-LOAD-HELD-PARA.
           OPEN INPUT HOLD-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 1150-READ-HELD-PARA UNTIL END-OF-LOAD
               CLOSE HOLD-FILE
           END-IF.
       1150-READ-HELD-PARA.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-FLAG
               NOT AT END
                   MOVE HLD-PO-NUMBER TO WS-LOOK-PO
                   PERFORM 1200-FIND-HELD-PO-PARA
                   IF WS-FIND-SUB = ZERO
                       IF WS-HELD-COUNT < 200
                           ADD 1 TO WS-HELD-COUNT
                           MOVE HLD-PO-NUMBER TO
                               TBL-HLD-PO(WS-HELD-COUNT)
                           MOVE ZERO TO TBL-HLD-VALUE(WS-HELD-COUNT)
                           MOVE WS-HELD-COUNT TO WS-FIND-SUB
                       END-IF
                   END-IF
                   IF WS-FIND-SUB > ZERO
                       ADD HLD-EXT TO TBL-HLD-VALUE(WS-FIND-SUB)
                   END-IF
           END-READ.
       1200-FIND-HELD-PO-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 1250-CHECK-HELD-PO-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HELD-COUNT.
       1250-CHECK-HELD-PO-PARA.
           IF TBL-HLD-PO(WS-SUB) = WS-LOOK-PO
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       2000-PROCESS-PARA.
           READ PO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   IF PO-OPEN
                       PERFORM 2100-REPORT-PO-PARA
                   END-IF
           END-READ.
       2100-REPORT-PO-PARA.
           ADD 1 TO WS-TOT-OPEN
           MOVE PO-NUMBER TO WS-LOOK-PO
           PERFORM 1200-FIND-HELD-PO-PARA
           MOVE ZERO TO WS-HELD-VALUE
           IF WS-FIND-SUB > ZERO
               MOVE TBL-HLD-VALUE(WS-FIND-SUB) TO WS-HELD-VALUE
           END-IF
           IF PO-CEILING > ZERO
               COMPUTE WS-BURN-PCT ROUNDED =
                   PO-CONSUMED * 100 / PO-CEILING
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-BURN-PCT
               END-COMPUTE
           ELSE
               MOVE 999.9 TO WS-BURN-PCT
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
               WHEN WS-BURN-PCT >= 100
                   MOVE 'NEW PO NOW'    TO WS-FLAG-TEXT
                   ADD 1 TO WS-TOT-FULL
               WHEN WS-HELD-VALUE > ZERO
                   MOVE 'WORK HELD'     TO WS-FLAG-TEXT
                   ADD 1 TO WS-TOT-FULL
               WHEN WS-BURN-PCT >= 80
                   MOVE 'PAST 80 PCT'   TO WS-FLAG-TEXT
                   ADD 1 TO WS-TOT-WARN
           END-EVALUATE
           MOVE PO-NUMBER     TO OUT-PO-NUMBER
           MOVE PO-CLIENT     TO OUT-PO-CLIENT
           MOVE PO-PROJECT    TO OUT-PO-PROJECT
           MOVE PO-CEILING    TO OUT-PO-CEILING
           MOVE PO-CONSUMED   TO OUT-PO-CONSUMED
           MOVE WS-BURN-PCT   TO OUT-PO-PCT
           MOVE WS-HELD-VALUE TO OUT-PO-HELD
           MOVE WS-FLAG-TEXT  TO OUT-PO-FLAG
           WRITE REPORT-RECORD FROM DETAIL-LINE
           IF WS-FLAG-TEXT NOT = SPACES
               PERFORM 2200-WRITE-EXCEPTION-PARA
           END-IF.
       2200-WRITE-EXCEPTION-PARA.
           MOVE 'EMPPOBRN'    TO EXR-SOURCE-PGM
           MOVE PO-NUMBER     TO EXR-KEY
           MOVE SPACES        TO EXR-TEXT
           STRING 'PO ' DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY '  '
                  ' - CLIENT ' DELIMITED BY SIZE
                  PO-CLIENT DELIMITED BY SPACE
               INTO EXR-TEXT
           END-STRING
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
       9000-TERMINATION-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-OPEN TO OUT-TOT-OPEN
           MOVE WS-TOT-WARN TO OUT-TOT-WARN
           MOVE WS-TOT-FULL TO OUT-TOT-FULL
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** PO BURN SUMMARY **'
           DISPLAY 'OPEN POS         : ', WS-TOT-OPEN
           DISPLAY 'PAST 80 PERCENT  : ', WS-TOT-WARN
           DISPLAY 'NEW PO NEEDED    : ', WS-TOT-FULL
           IF WS-TOT-FULL > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE PO-MASTER
           END-IF
           CLOSE REPORT-FILE.
