      *  (INVREG.DAT) AND ITS PRINT IMAGE TO THE ARCHIVE    *
      *  (INVARCH.DAT), FROM WHICH EMPINVRP REPRINTS ANY    *
      *  INVOICE BY NUMBER.                                 *
      *  THE REGISTER IS NOW AN INDEXED OPEN-ITEM LEDGER    *
      *  KEYED ON INVOICE NUMBER (INVREG.CPY): EACH NEW     *
      *  INVOICE GOES ON OPEN WITH NOTHING PAID, AND THE    *
      *  RECEIPTS APPLICATION (EMPRCPT) SETTLES IT.  IF THE *
      *  REGISTER CANNOT BE OPENED NOTHING IS INVOICED AND  *
      *  THE RUN ENDS RC=12.                                *
      *  EACH CARD IS ALSO MATCHED TO THE CLIENT'S CURRENT  *
      *  PURCHASE ORDER ON POMAST.DAT (ONE FOR THE CARD'S   *
      *  PROJECT, ELSE ONE FOR ANY OF THE CLIENT'S          *
      *  PROJECTS), SO ONE INVOICE IS RAISED PER CLIENT     *
      *  PER PO AND THE PO NUMBER PRINTS ON IT.  AN         *
      *  INVOICE THAT WOULD TAKE THE PO PAST ITS CEILING    *
      *  IS NOT ISSUED - ITS LINES ARE HELD ON INVHOLD.DAT  *
      *  FOR REVIEW AND OFFERED AGAIN ON THE NEXT RUN -     *
      *  AND AN ISSUED ONE ADDS TO THE PO'S CONSUMED        *
      *  VALUE.  EMPPOBRN REPORTS THE BURN.  EACH RUN       *
      *  APPENDS ITS COUNTS TO THE SHARED RUN-LOG           *
      *  (RUNLOG.DAT) THROUGH RUNLOGW; A RECORD LOGGED      *
      *  AFTER EMPTCAPP'S TELLS THE MONTH-END WIP ACCRUAL   *
      *  (EMPWIP) THAT THE NIGHT'S APPROVED CARDS HAVE BEEN *
      *  BILLED OR HELD.                                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT REGISTER-FILE ASSIGN TO 'INVREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS IRG-INVOICE-NO
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT ARCHIVE-FILE ASSIGN TO 'INVARCH.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT PO-MASTER ASSIGN TO 'POMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PO-NUMBER
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT HOLD-FILE ASSIGN TO 'INVHOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMECLN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-RECORD          PIC X(80).
       FD  REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY INVREG.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  ARCHIVE-RECORD.
           03  ARC-INVOICE-NO      PIC 9(06).
           03  ARC-LINE            PIC X(80).
       FD  PO-MASTER.
       COPY POREC.
       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY INVHOLD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-LOAD-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-LOAD         VALUE 'Y'.
       01  WS-REG-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  REGISTER-OPEN                 VALUE 'Y'.
       01  WS-PO-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PO-FILE-OPEN                  VALUE 'Y'.
       01  WS-HOLD-FLAG            PIC X(01) VALUE 'N'.
           88  INVOICE-HELD                  VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
                                   PIC 9(08).
       COPY XMITREQ.
       COPY RTDREQ.
       COPY EXCPREG.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       01  WS-BILL-RATE            PIC 9(3)V99 VALUE ZERO.
       01  WS-RATE-SOURCE          PIC X(01) VALUE SPACE.
       01  WS-EXT-VALUE            PIC 9(7)V99 VALUE ZERO.
       01  WS-CLIENT-CODE          PIC X(08) VALUE SPACES.
       01  WS-PO-NUMBER            PIC X(12) VALUE SPACES.
       01  WS-PO-RANK              PIC 9(01) VALUE ZERO.
       01  WS-MATCH-PROJECT        PIC X(08) VALUE SPACES.
       01  WS-MATCH-DATE           PIC 9(08) VALUE ZERO.
       01  WS-LIN-EMP-ID           PIC X(05) VALUE SPACES.
       01  WS-LIN-TECH             PIC X(05) VALUE SPACES.
       01  WS-LIN-HOURS            PIC 9(5)V9 VALUE ZERO.
       01  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-LINE-TABLE.
           03  LINE-ENTRY          OCCURS 500 TIMES.
               05  TBL-LIN-CLIENT  PIC X(08).
               05  TBL-LIN-PO      PIC X(12).
               05  TBL-LIN-EMP-ID  PIC X(05).
               05  TBL-LIN-TECH    PIC X(05).
               05  TBL-LIN-HOURS   PIC 9(5)V9.
       01  WS-CLI-TABLE.
           03  CLI-ENTRY           OCCURS 50 TIMES.
               05  TBL-CLI-CODE    PIC X(08).
               05  TBL-CLI-PO      PIC X(12).
               05  TBL-CLI-TOTAL   PIC 9(9)V99.
       01  WS-PO-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-PO-TABLE.
           03  PO-ENTRY            OCCURS 200 TIMES.
               05  TBL-PO-NUMBER   PIC X(12).
               05  TBL-PO-CLIENT   PIC X(08).
               05  TBL-PO-PROJECT  PIC X(08).
               05  TBL-PO-START    PIC 9(08).
               05  TBL-PO-END      PIC 9(08).
               05  TBL-PO-CEILING  PIC 9(9)V99.
               05  TBL-PO-CONSUMED PIC 9(9)V99.
               05  TBL-PO-STATUS   PIC X(01).
       01  WS-PSUB                 PIC 9(03) VALUE ZERO.
       01  WS-FOUND-PSUB           PIC 9(03) VALUE ZERO.
       01  WS-PO-AFTER             PIC 9(10)V99 VALUE ZERO.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-LSUB                 PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
           03  WS-TOT-CARDS        PIC 9(05) VALUE ZERO.
           03  WS-TOT-INVOICES     PIC 9(03) VALUE ZERO.
           03  WS-TOT-NOCLIENT     PIC 9(05) VALUE ZERO.
           03  WS-TOT-HELD-IN      PIC 9(05) VALUE ZERO.
           03  WS-TOT-HELD         PIC 9(03) VALUE ZERO.
       01  INV-SEP-LINE            PIC X(80) VALUE ALL '='.
       01  INV-HEAD-LINE.
           03  FILLER              PIC X(12) VALUE 'INVOICE INV-'.
           03  FILLER              PIC X(11) VALUE '   CLIENT: '.
           03  OUT-INV-CLIENT      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(26) VALUE SPACES.
       01  INV-PO-LINE.
           03  FILLER              PIC X(16) VALUE
               'PURCHASE ORDER: '.
           03  OUT-INV-PO          PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(52) VALUE SPACES.
       01  INV-COL-LINE.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(07) VALUE 'SKILL'.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           IF REGISTER-OPEN
               PERFORM 4000-PRINT-INVOICES-PARA
           END-IF
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1100-OPEN-REGISTER-PARA
           IF REGISTER-OPEN
               PERFORM 1050-OPEN-FILES-PARA
           ELSE
               MOVE 'Y' TO WS-FILE-FLAG
           END-IF.
       1050-OPEN-FILES-PARA.
           OPEN OUTPUT INVOICE-FILE
           PERFORM 1200-OPEN-ARCHIVE-PARA
           PERFORM 1300-LOAD-PO-TABLE-PARA
           PERFORM 1400-LOAD-HELD-LINES-PARA
           OPEN INPUT EMPLOYEE-MASTER
           OPEN INPUT TIMECLN-FILE
           IF WS-FILE-STAT1 NOT = '00'
           ELSE
               PERFORM 1500-READ-CARD-PARA
           END-IF.
      *****************************************************
      *  A MISSING REGISTER IS CREATED EMPTY.  ANY OTHER    *
      *  OPEN FAILURE (A REGISTER STILL IN THE OLD LAYOUT,  *
      *  A LOCKED OR DAMAGED CLUSTER) STOPS THE RUN BEFORE  *
      *  AN INVOICE NUMBER IS TAKEN OR A HELD LINE MOVED.   *
      *****************************************************
       1100-OPEN-REGISTER-PARA.
           OPEN I-O REGISTER-FILE
           IF WS-FILE-STAT5 = '35'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-REG-OPEN-FLAG
           ELSE
               DISPLAY 'INVREG.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT5 ' - NO INVOICES ISSUED'
           END-IF.
       1200-OPEN-ARCHIVE-PARA.
           OPEN EXTEND ARCHIVE-FILE
           IF WS-FILE-STAT6 = '35'
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
       1300-LOAD-PO-TABLE-PARA.
           MOVE 'N' TO WS-LOAD-FLAG
           OPEN I-O PO-MASTER
           IF WS-FILE-STAT7 = '00'
               MOVE 'Y' TO WS-PO-OPEN-FLAG
               PERFORM 1350-LOAD-PO-PARA UNTIL END-OF-LOAD
           ELSE
               DISPLAY 'POMAST.DAT NOT PRESENT - INVOICES RAISED '
                   'WITHOUT PURCHASE-ORDER CONTROL'
           END-IF.
       1350-LOAD-PO-PARA.
           READ PO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-FLAG
               NOT AT END
                   IF WS-PO-COUNT < 200
                       ADD 1 TO WS-PO-COUNT
                       MOVE PO-NUMBER     TO
                           TBL-PO-NUMBER(WS-PO-COUNT)
                       MOVE PO-CLIENT     TO
                           TBL-PO-CLIENT(WS-PO-COUNT)
                       MOVE PO-PROJECT    TO
                           TBL-PO-PROJECT(WS-PO-COUNT)
                       MOVE PO-START-DATE TO
                           TBL-PO-START(WS-PO-COUNT)
                       MOVE PO-END-DATE   TO
                           TBL-PO-END(WS-PO-COUNT)
                       MOVE PO-CEILING    TO
                           TBL-PO-CEILING(WS-PO-COUNT)
                       MOVE PO-CONSUMED   TO
                           TBL-PO-CONSUMED(WS-PO-COUNT)
                       MOVE PO-STATUS     TO
                           TBL-PO-STATUS(WS-PO-COUNT)
                   ELSE
                       DISPLAY 'WARNING - PO TABLE FULL AT 200 - '
                           PO-NUMBER ' NOT CONTROLLED THIS RUN'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
      *****************************************************
      *  LINES HELD BY AN EARLIER RUN GO BACK IN FIRST, AT  *
      *  THE PRICE THEY WERE HELD AT.  THEY STAY WITH THEIR *
      *  PO WHILE IT IS OPEN; IF IT HAS SINCE BEEN CLOSED   *
      *  THEY MOVE TO ANY CURRENT PO FOR THE CLIENT.        *
      *****************************************************
       1400-LOAD-HELD-LINES-PARA.
           MOVE 'N' TO WS-LOAD-FLAG
           OPEN INPUT HOLD-FILE
           IF WS-FILE-STAT8 = '00'
               PERFORM 1450-LOAD-HELD-PARA UNTIL END-OF-LOAD
               CLOSE HOLD-FILE
           END-IF.
       1450-LOAD-HELD-PARA.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-HELD-IN
                   MOVE HLD-CLIENT    TO WS-CLIENT-CODE
                   MOVE HLD-PO-NUMBER TO WS-PO-NUMBER
                   MOVE ZERO          TO WS-FOUND-PSUB
                   PERFORM 2260-FIND-PO-ROW-PARA
                       VARYING WS-PSUB FROM 1 BY 1
                       UNTIL WS-PSUB > WS-PO-COUNT
                   IF WS-FOUND-PSUB = ZERO
                       MOVE SPACES TO WS-PO-NUMBER
                   ELSE
                       IF TBL-PO-STATUS(WS-FOUND-PSUB) NOT = 'A'
                           MOVE SPACES       TO WS-PO-NUMBER
                       END-IF
                   END-IF
                   IF WS-PO-NUMBER = SPACES
                       MOVE SPACES       TO WS-MATCH-PROJECT
                       MOVE WS-TODAY-NUM TO WS-MATCH-DATE
                       PERFORM 2200-RESOLVE-PO-PARA
                   END-IF
                   MOVE HLD-EMP-ID    TO WS-LIN-EMP-ID
                   MOVE HLD-TECH      TO WS-LIN-TECH
                   MOVE HLD-HOURS     TO WS-LIN-HOURS
                   MOVE HLD-RATE      TO WS-BILL-RATE
                   MOVE HLD-SOURCE    TO WS-RATE-SOURCE
                   MOVE HLD-EXT       TO WS-EXT-VALUE
                   PERFORM 2300-SUM-LINE-PARA
           END-READ.
       1500-READ-CARD-PARA.
           READ TIMECLN-FILE
               AT END
       2000-PROCESS-PARA.
           PERFORM 2100-RESOLVE-CARD-PARA
           IF WS-CLIENT-CODE NOT = SPACES
               MOVE TC-PROJECT   TO WS-MATCH-PROJECT
               MOVE TC-WORK-DATE TO WS-MATCH-DATE
               PERFORM 2200-RESOLVE-PO-PARA
               MOVE TC-EMP-ID    TO WS-LIN-EMP-ID
               MOVE EMP-TECH     TO WS-LIN-TECH
               MOVE TC-HOURS     TO WS-LIN-HOURS
               COMPUTE WS-EXT-VALUE ROUNDED =
                   TC-HOURS * WS-BILL-RATE
               PERFORM 2300-SUM-LINE-PARA
           ELSE
               ADD 1 TO WS-TOT-NOCLIENT
                   MOVE RDQ-SOURCE TO WS-RATE-SOURCE
                   MOVE RDQ-CLIENT TO WS-CLIENT-CODE
           END-READ.
      *****************************************************
      *  THE CLIENT'S OPEN PO WHOSE DATES COVER THE WORK -  *
      *  ONE RAISED FOR THE PROJECT ITSELF WINS OVER ONE    *
      *  FOR ANY OF THE CLIENT'S PROJECTS.  NO MATCH LEAVES *
      *  WS-PO-NUMBER SPACES AND THE WORK IS BILLED WITHOUT *
      *  A PO, AS BEFORE.                                   *
      *****************************************************
       2200-RESOLVE-PO-PARA.
           MOVE SPACES TO WS-PO-NUMBER
           MOVE ZERO   TO WS-PO-RANK
           PERFORM 2250-CHECK-PO-PARA
               VARYING WS-PSUB FROM 1 BY 1
               UNTIL WS-PSUB > WS-PO-COUNT.
       2250-CHECK-PO-PARA.
           IF TBL-PO-CLIENT(WS-PSUB) = WS-CLIENT-CODE
               AND TBL-PO-STATUS(WS-PSUB) = 'A'
               AND WS-MATCH-DATE >= TBL-PO-START(WS-PSUB)
               AND WS-MATCH-DATE <= TBL-PO-END(WS-PSUB)
               IF TBL-PO-PROJECT(WS-PSUB) = WS-MATCH-PROJECT
                   AND WS-MATCH-PROJECT NOT = SPACES
                   AND WS-PO-RANK < 2
                   MOVE TBL-PO-NUMBER(WS-PSUB) TO WS-PO-NUMBER
                   MOVE 2 TO WS-PO-RANK
               END-IF
               IF TBL-PO-PROJECT(WS-PSUB) = SPACES
                   AND WS-PO-RANK < 1
                   MOVE TBL-PO-NUMBER(WS-PSUB) TO WS-PO-NUMBER
                   MOVE 1 TO WS-PO-RANK
               END-IF
           END-IF.
       2260-FIND-PO-ROW-PARA.
           IF TBL-PO-NUMBER(WS-PSUB) = WS-PO-NUMBER
               MOVE WS-PSUB TO WS-FOUND-PSUB
           END-IF.
       2300-SUM-LINE-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINE-COUNT
               IF TBL-LIN-CLIENT(WS-SUB) = WS-CLIENT-CODE
                   AND TBL-LIN-PO(WS-SUB) = WS-PO-NUMBER
                   AND TBL-LIN-EMP-ID(WS-SUB) = WS-LIN-EMP-ID
                   AND TBL-LIN-TECH(WS-SUB) = WS-LIN-TECH
                   MOVE WS-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-CLIENT-CODE TO
                       TBL-LIN-CLIENT(WS-LINE-COUNT)
                   MOVE WS-PO-NUMBER TO
                       TBL-LIN-PO(WS-LINE-COUNT)
                   MOVE WS-LIN-EMP-ID TO
                       TBL-LIN-EMP-ID(WS-LINE-COUNT)
                   MOVE WS-LIN-TECH TO
                       TBL-LIN-TECH(WS-LINE-COUNT)
                   MOVE ZERO TO TBL-LIN-HOURS(WS-LINE-COUNT)
                                TBL-LIN-EXT(WS-LINE-COUNT)
                   MOVE WS-LINE-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - INVOICE LINE TABLE FULL '
                       'AT 500 - ' WS-LIN-EMP-ID ' NOT INVOICED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD WS-LIN-HOURS TO TBL-LIN-HOURS(WS-FIND-SUB)
               ADD WS-EXT-VALUE TO TBL-LIN-EXT(WS-FIND-SUB)
               PERFORM 2400-SUM-CLIENT-PARA
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CLI-COUNT
               IF TBL-CLI-CODE(WS-SUB) = WS-CLIENT-CODE
                   AND TBL-CLI-PO(WS-SUB) = WS-PO-NUMBER
                   MOVE WS-SUB TO WS-LSUB
               END-IF
           END-PERFORM
                   ADD 1 TO WS-CLI-COUNT
                   MOVE WS-CLIENT-CODE TO
                       TBL-CLI-CODE(WS-CLI-COUNT)
                   MOVE WS-PO-NUMBER TO
                       TBL-CLI-PO(WS-CLI-COUNT)
                   MOVE ZERO TO TBL-CLI-TOTAL(WS-CLI-COUNT)
                   MOVE WS-CLI-COUNT TO WS-LSUB
               END-IF
               ADD WS-EXT-VALUE TO TBL-CLI-TOTAL(WS-LSUB)
           END-IF.
      *****************************************************
      *  ONE NUMBERED INVOICE PER CLIENT AND PO: THE        *
      *  XMITGEN COUNTER HANDS OUT THE NEXT NUMBER, THE     *
      *  PRINT IMAGE GOES TO INVOICE.DAT AND THE ARCHIVE,   *
      *  AND THE REGISTER GETS ONE LINE PER INVOICE.  ONE   *
      *  THAT WOULD BREACH ITS PO CEILING IS HELD INSTEAD.  *
      *****************************************************
       4000-PRINT-INVOICES-PARA.
           OPEN OUTPUT HOLD-FILE
           PERFORM 4100-PRINT-ONE-INVOICE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLI-COUNT.
       4100-PRINT-ONE-INVOICE-PARA.
           MOVE 'N'  TO WS-HOLD-FLAG
           MOVE ZERO TO WS-FOUND-PSUB
           IF TBL-CLI-PO(WS-SUB) NOT = SPACES
               PERFORM 4300-CHECK-CEILING-PARA
           END-IF
           IF INVOICE-HELD
               PERFORM 4500-HOLD-INVOICE-PARA
           ELSE
               PERFORM 4150-ISSUE-INVOICE-PARA
           END-IF.
       4150-ISSUE-INVOICE-PARA.
           MOVE 'EMPINVC ' TO XG-FEED-ID
           CALL 'XMITGEN' USING XMITGEN-REQUEST
           MOVE XG-GENERATION TO WS-INVOICE-NO
           WRITE INVOICE-RECORD FROM INV-HEAD-LINE
           MOVE INV-HEAD-LINE TO ARC-LINE
           WRITE ARCHIVE-RECORD
           IF TBL-CLI-PO(WS-SUB) NOT = SPACES
               MOVE TBL-CLI-PO(WS-SUB) TO OUT-INV-PO
               WRITE INVOICE-RECORD FROM INV-PO-LINE
               MOVE INV-PO-LINE TO ARC-LINE
               WRITE ARCHIVE-RECORD
           END-IF
           WRITE INVOICE-RECORD FROM INV-COL-LINE
           MOVE INV-COL-LINE TO ARC-LINE
           WRITE ARCHIVE-RECORD
           WRITE INVOICE-RECORD FROM INV-SEP-LINE
           MOVE INV-SEP-LINE TO ARC-LINE
           WRITE ARCHIVE-RECORD
           MOVE SPACES               TO INVREG-RECORD
           MOVE WS-INVOICE-NO        TO IRG-INVOICE-NO
           MOVE WS-TODAY-NUM         TO IRG-DATE
           MOVE TBL-CLI-CODE(WS-SUB) TO IRG-CLIENT
           MOVE TBL-CLI-TOTAL(WS-SUB) TO IRG-AMOUNT
           MOVE ZERO                 TO IRG-PAID-AMT
                                        IRG-CREDIT-AMT
                                        IRG-LAST-RCPT-DATE
                                        IRG-LAST-CRN-NO
                                        IRG-REPLACES-INV
           MOVE 'O'                  TO IRG-PAY-STATUS
           MOVE TBL-CLI-PO(WS-SUB)   TO IRG-PO-NUMBER
           WRITE INVREG-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - INVOICE ' WS-INVOICE-NO
                       ' ALREADY ON INVREG.DAT - NOT REGISTERED'
                   MOVE 8 TO RETURN-CODE
           END-WRITE
           IF WS-FOUND-PSUB > ZERO
               PERFORM 4400-CONSUME-PO-PARA
           END-IF.
       4200-PRINT-CLIENT-LINES-PARA.
           IF TBL-LIN-CLIENT(WS-LSUB) = TBL-CLI-CODE(WS-SUB)
               AND TBL-LIN-PO(WS-LSUB) = TBL-CLI-PO(WS-SUB)
               MOVE TBL-LIN-EMP-ID(WS-LSUB) TO OUT-LIN-EMP-ID
               MOVE TBL-LIN-TECH(WS-LSUB)   TO OUT-LIN-TECH
               MOVE TBL-LIN-HOURS(WS-LSUB)  TO OUT-LIN-HOURS
               MOVE INV-DETAIL-LINE TO ARC-LINE
               WRITE ARCHIVE-RECORD
           END-IF.
      *****************************************************
      *  WHAT THE PO HAS ALREADY CONSUMED PLUS THIS INVOICE *
      *  MUST NOT EXCEED ITS CEILING.                       *
      *****************************************************
       4300-CHECK-CEILING-PARA.
           MOVE TBL-CLI-PO(WS-SUB) TO WS-PO-NUMBER
           PERFORM 2260-FIND-PO-ROW-PARA
               VARYING WS-PSUB FROM 1 BY 1
               UNTIL WS-PSUB > WS-PO-COUNT
           IF WS-FOUND-PSUB > ZERO
               COMPUTE WS-PO-AFTER =
                   TBL-PO-CONSUMED(WS-FOUND-PSUB)
                   + TBL-CLI-TOTAL(WS-SUB)
               IF WS-PO-AFTER > TBL-PO-CEILING(WS-FOUND-PSUB)
                   MOVE 'Y' TO WS-HOLD-FLAG
               END-IF
           END-IF.
       4400-CONSUME-PO-PARA.
           ADD TBL-CLI-TOTAL(WS-SUB)
               TO TBL-PO-CONSUMED(WS-FOUND-PSUB)
           MOVE TBL-PO-NUMBER(WS-FOUND-PSUB) TO PO-NUMBER
           READ PO-MASTER
               INVALID KEY
                   DISPLAY 'WARNING - PO ' PO-NUMBER
                       ' NOT ON POMAST.DAT - CONSUMED NOT UPDATED'
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD TBL-CLI-TOTAL(WS-SUB) TO PO-CONSUMED
                   MOVE WS-INVOICE-NO        TO PO-LAST-INV-NO
                   REWRITE PO-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - REWRITE FAILED FOR '
                               'PO ' PO-NUMBER
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.
       4500-HOLD-INVOICE-PARA.
           ADD 1 TO WS-TOT-HELD
           DISPLAY 'INVOICE HELD - CLIENT ' TBL-CLI-CODE(WS-SUB)
               ' PO ' TBL-CLI-PO(WS-SUB) ' VALUE '
               TBL-CLI-TOTAL(WS-SUB) ' WOULD BREACH CEILING'
           MOVE 'EMPINVC '         TO EXR-SOURCE-PGM
           MOVE TBL-CLI-PO(WS-SUB) TO EXR-KEY
           MOVE SPACES             TO EXR-TEXT
           STRING 'HELD AT PO CEILING - CLIENT '
                      DELIMITED BY SIZE
                  TBL-CLI-CODE(WS-SUB) DELIMITED BY SPACE
               INTO EXR-TEXT
           END-STRING
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           PERFORM 4550-HOLD-LINE-PARA
               VARYING WS-LSUB FROM 1 BY 1
               UNTIL WS-LSUB > WS-LINE-COUNT.
       4550-HOLD-LINE-PARA.
           IF TBL-LIN-CLIENT(WS-LSUB) = TBL-CLI-CODE(WS-SUB)
               AND TBL-LIN-PO(WS-LSUB) = TBL-CLI-PO(WS-SUB)
               MOVE SPACES                  TO HELD-LINE-RECORD
               MOVE TBL-LIN-CLIENT(WS-LSUB) TO HLD-CLIENT
               MOVE TBL-LIN-PO(WS-LSUB)     TO HLD-PO-NUMBER
               MOVE TBL-LIN-EMP-ID(WS-LSUB) TO HLD-EMP-ID
               MOVE TBL-LIN-TECH(WS-LSUB)   TO HLD-TECH
               MOVE TBL-LIN-HOURS(WS-LSUB)  TO HLD-HOURS
               MOVE TBL-LIN-RATE(WS-LSUB)   TO HLD-RATE
               MOVE TBL-LIN-EXT(WS-LSUB)    TO HLD-EXT
               MOVE TBL-LIN-SOURCE(WS-LSUB) TO HLD-SOURCE
               MOVE WS-TODAY-NUM            TO HLD-DATE
               WRITE HELD-LINE-RECORD
           END-IF.
       9000-TERMINATION-PARA.
           DISPLAY '** INVOICE GENERATION SUMMARY **'
           DISPLAY 'CARDS BILLED    : ', WS-TOT-CARDS
           DISPLAY 'INVOICES ISSUED : ', WS-TOT-INVOICES
           DISPLAY 'NO CLIENT FOUND : ', WS-TOT-NOCLIENT
           DISPLAY 'HELD LINES IN   : ', WS-TOT-HELD-IN
           DISPLAY 'INVOICES HELD   : ', WS-TOT-HELD
           IF WS-TOT-NOCLIENT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-HELD > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF PO-FILE-OPEN
               CLOSE PO-MASTER
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE TIMECLN-FILE
           END-IF
           IF WS-FILE-STAT2 = '00'
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF REGISTER-OPEN
               CLOSE INVOICE-FILE
                     REGISTER-FILE
                     ARCHIVE-FILE
                     HOLD-FILE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-RUNLOG-PARA.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPINVC ' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-CARDS TO RL-RECS-READ
           MOVE WS-TOT-INVOICES TO RL-RECS-WRITTEN
           MOVE WS-TOT-NOCLIENT TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
