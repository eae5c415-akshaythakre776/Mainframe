      *  REIMBURSEMENT PAID THIS RUN (EXPPAID.DAT FROM      *
      *  EMPPAY) PRINTS AS ITS OWN LINE ABOVE NET PAY, SO   *
      *  THE EMPLOYEE SEES IT SEPARATELY FROM EARNINGS.     *
      *  LATE TIMECARD ARREARS PAID THIS RUN (LTCPAID.DAT   *
      *  FROM EMPLTCRD) PRINT UNDER GROSS EARNINGS, ONE     *
      *  LINE PER ORIGINAL WORK PERIOD, SO THE EMPLOYEE CAN *
      *  SEE WHICH MONTH THE 'LT' MONEY IN GROSS WAS WORKED *
      *  IN.                                                *
      *  EACH TAXABLE PERQUISITE EMPPAY VALUED IN THIS RUN  *
      *  (PERKMAST.DAT, STAMPED WITH THE NETPAY PAY DATE)   *
      *  PRINTS UNDER GROSS EARNINGS WITH ITS PERKVAL.DAT   *
      *  NAME, THIS PERIOD'S VALUE AND THE YEAR TO DATE -   *
      *  TAXED, BUT NOT PART OF GROSS OR NET.               *
      *  THE PAY-STRUCTURE COMPONENTS EMPPAY PRICED IN THIS *
      *  RUN (PAYSTRC.DAT, STAMPED WITH THE NETPAY PAY      *
      *  DATE) PRINT INDENTED DIRECTLY UNDER GROSS EARNINGS *
      *  WITH THEIR PAYCOMP.DAT NAME, THIS PERIOD'S VALUE   *
      *  AND THE YEAR TO DATE ACROSS ALL OF THE COMPONENT'S *
      *  EFFECTIVE-DATED RECORDS - THE MAKE-UP OF THE GROSS *
      *  FIGURE ABOVE THEM.                                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY   IS EXP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT LATE-PAID-FILE ASSIGN TO 'LTCPAID.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT PERK-FILE ASSIGN TO 'PERKMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PRK-KEY
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT PERK-VAL-FILE ASSIGN TO 'PERKVAL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT PAY-STRUCT-FILE ASSIGN TO 'PAYSTRC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PSC-KEY
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT PAY-COMP-FILE ASSIGN TO 'PAYCOMP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT SLIP-FILE ASSIGN TO 'PAYSLIP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  YTD-MASTER.
       COPY YTDREC.
       FD  EXP-PAID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       COPY EXPPAID.
       FD  LATE-PAID-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY LTCPAID.
       FD  PERK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PERKMAST.
       FD  PERK-VAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PERKVAL.
       FD  PAY-STRUCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYSTRC.
       FD  PAY-COMP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PAYCOMP.
       FD  SLIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SLIP-RECORD             PIC X(80).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-PERK-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PERK-FILE-OPEN                VALUE 'Y'.
       01  WS-PERK-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PERKS                  VALUE 'Y'.
       01  WS-PVL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-PERK-VALS              VALUE 'Y'.
       01  WS-PVL-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-PVL-TABLE.
           03  PVL-ENTRY           OCCURS 50 TIMES.
               05  TBL-PVL-TYPE    PIC X(03).
               05  TBL-PVL-DESC    PIC X(20).
       01  WS-PVL-SUB              PIC 9(02) VALUE ZERO.
       01  WS-STRUCT-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  STRUCT-FILE-OPEN              VALUE 'Y'.
       01  WS-STR-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-STRUCTURE              VALUE 'Y'.
       01  WS-PCM-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-COMPONENTS             VALUE 'Y'.
       01  WS-PCM-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-PCM-TABLE.
           03  PCM-ENTRY           OCCURS 50 TIMES.
               05  TBL-PCM-CODE    PIC X(04).
               05  TBL-PCM-DESC    PIC X(20).
       01  WS-PCM-SUB              PIC 9(02) VALUE ZERO.
       01  WS-CMP-CODE             PIC X(04) VALUE SPACES.
       01  WS-CMP-PER              PIC 9(7)V99 VALUE ZERO.
       01  WS-CMP-YTD              PIC 9(9)V99 VALUE ZERO.
       01  WS-LTP-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-LATE-PAID              VALUE 'Y'.
       01  WS-LTP-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-LTP-TABLE.
           03  LTP-ENTRY           OCCURS 500 TIMES.
               05  TBL-LTP-EMP-ID  PIC X(05).
               05  TBL-LTP-PERIOD  PIC 9(06).
               05  TBL-LTP-AMT     PIC 9(7)V99.
       01  WS-LTP-SUB              PIC 9(04) VALUE ZERO.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-EXP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-YTD-EARN        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(34) VALUE SPACES.
       01  SLIP-LATE-LINE.
           03  FILLER              PIC X(10) VALUE 'LATE CARD '.
           03  OUT-LATE-PERIOD     PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-PER-LATE        PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(20) VALUE
               '  (INCLUDED ABOVE)'.
           03  FILLER              PIC X(30) VALUE SPACES.
       01  SLIP-PERK-LINE.
           03  OUT-PERK-DESC       PIC X(20) VALUE SPACES.
           03  OUT-PER-PERK        PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-YTD-PERK        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(20) VALUE
               '  (TAXED, NOT PAID)'.
           03  FILLER              PIC X(14) VALUE SPACES.
       01  SLIP-COMP-LINE.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-COMP-DESC       PIC X(18) VALUE SPACES.
           03  OUT-PER-COMP        PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-YTD-COMP        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(20) VALUE
               '  (INCLUDED ABOVE)'.
           03  FILLER              PIC X(14) VALUE SPACES.
       01  SLIP-TAX-LINE.
           03  FILLER              PIC X(20) VALUE 'STATUTORY TAX'.
           03  OUT-PER-TAX         PIC ZZZ,ZZ9.99 VALUE ZERO.
               DISPLAY 'EXPPAID.DAT NOT PRESENT - NO '
                   'REIMBURSEMENT LINES'
           END-IF
           PERFORM 1100-LOAD-LATE-PAID-PARA
           OPEN INPUT PERK-FILE
           IF WS-FILE-STAT7 = '00'
               MOVE 'Y' TO WS-PERK-OPEN-FLAG
               PERFORM 1200-LOAD-PERK-VAL-PARA
           END-IF
           OPEN INPUT PAY-STRUCT-FILE
           IF WS-FILE-STAT9 = '00'
               MOVE 'Y' TO WS-STRUCT-OPEN-FLAG
               PERFORM 1300-LOAD-COMPONENT-PARA
           END-IF
           OPEN OUTPUT SLIP-FILE
           PERFORM 1500-READ-MASTER-PARA.
       1100-LOAD-LATE-PAID-PARA.
           OPEN INPUT LATE-PAID-FILE
           IF WS-FILE-STAT6 = '00'
               PERFORM 1150-READ-LATE-PAID-PARA
                   UNTIL END-OF-LATE-PAID
               CLOSE LATE-PAID-FILE
           END-IF.
       1150-READ-LATE-PAID-PARA.
           READ LATE-PAID-FILE
               AT END
                   MOVE 'Y' TO WS-LTP-EOF-FLAG
               NOT AT END
                   IF WS-LTP-COUNT < 500
                       ADD 1 TO WS-LTP-COUNT
                       MOVE LTP-EMP-ID TO
                           TBL-LTP-EMP-ID(WS-LTP-COUNT)
                       MOVE LTP-WORK-PERIOD TO
                           TBL-LTP-PERIOD(WS-LTP-COUNT)
                       MOVE LTP-AMOUNT TO
                           TBL-LTP-AMT(WS-LTP-COUNT)
                   ELSE
                       DISPLAY 'WARNING - LATE CARD TABLE FULL '
                           'AT 500 - ' LTP-EMP-ID ' NOT ITEMISED'
                       MOVE 'Y' TO WS-LTP-EOF-FLAG
                   END-IF
           END-READ.
       1200-LOAD-PERK-VAL-PARA.
           OPEN INPUT PERK-VAL-FILE
           IF WS-FILE-STAT8 = '00'
               PERFORM 1250-READ-PERK-VAL-PARA
                   UNTIL END-OF-PERK-VALS
               CLOSE PERK-VAL-FILE
           END-IF.
       1250-READ-PERK-VAL-PARA.
           READ PERK-VAL-FILE
               AT END
                   MOVE 'Y' TO WS-PVL-EOF-FLAG
               NOT AT END
                   IF WS-PVL-COUNT < 50
                       ADD 1 TO WS-PVL-COUNT
                       MOVE PVL-TYPE TO TBL-PVL-TYPE(WS-PVL-COUNT)
                       MOVE PVL-DESC TO TBL-PVL-DESC(WS-PVL-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-PVL-EOF-FLAG
                   END-IF
           END-READ.
       1300-LOAD-COMPONENT-PARA.
           OPEN INPUT PAY-COMP-FILE
           IF WS-FILE-STAT10 = '00'
               PERFORM 1350-READ-COMPONENT-PARA
                   UNTIL END-OF-COMPONENTS
               CLOSE PAY-COMP-FILE
           END-IF.
       1350-READ-COMPONENT-PARA.
           READ PAY-COMP-FILE
               AT END
                   MOVE 'Y' TO WS-PCM-EOF-FLAG
               NOT AT END
                   IF WS-PCM-COUNT < 50
                       ADD 1 TO WS-PCM-COUNT
                       MOVE PCM-CODE TO TBL-PCM-CODE(WS-PCM-COUNT)
                       MOVE PCM-DESC TO TBL-PCM-DESC(WS-PCM-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-PCM-EOF-FLAG
                   END-IF
           END-READ.
       1500-READ-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
           WRITE SLIP-RECORD
           WRITE SLIP-RECORD FROM SLIP-COL-LINE
           WRITE SLIP-RECORD FROM SLIP-EARN-LINE
           IF STRUCT-FILE-OPEN
               PERFORM 2390-PRINT-COMPONENTS-PARA
           END-IF
           PERFORM 2360-PRINT-LATE-PARA
               VARYING WS-LTP-SUB FROM 1 BY 1
               UNTIL WS-LTP-SUB > WS-LTP-COUNT
           IF PERK-FILE-OPEN
               PERFORM 2370-PRINT-PERKS-PARA
           END-IF
           WRITE SLIP-RECORD FROM SLIP-TAX-LINE
           WRITE SLIP-RECORD FROM SLIP-DEDN-LINE
           PERFORM 2350-LOOKUP-EXPENSE-PARA
                       MOVE EXP-AMOUNT TO WS-EXP-AMOUNT
               END-READ
           END-IF.
       2360-PRINT-LATE-PARA.
           IF TBL-LTP-EMP-ID(WS-LTP-SUB) = EMP-ID
               MOVE TBL-LTP-PERIOD(WS-LTP-SUB) TO OUT-LATE-PERIOD
               MOVE TBL-LTP-AMT(WS-LTP-SUB)    TO OUT-PER-LATE
               WRITE SLIP-RECORD FROM SLIP-LATE-LINE
           END-IF.
       2370-PRINT-PERKS-PARA.
           MOVE 'N'    TO WS-PERK-EOF-FLAG
           MOVE EMP-ID TO PRK-EMP-ID
           MOVE ZERO   TO PRK-NO
           START PERK-FILE KEY NOT < PRK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PERK-EOF-FLAG
           END-START
           PERFORM 2375-PRINT-ONE-PERK-PARA UNTIL END-OF-PERKS.
       2375-PRINT-ONE-PERK-PARA.
           READ PERK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PERK-EOF-FLAG
               NOT AT END
                   IF PRK-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-PERK-EOF-FLAG
                   ELSE
                       IF PRK-LAST-PAY-DATE = NP-PAY-DATE
                           AND PRK-LAST-VALUE > ZERO
                           PERFORM 2380-WRITE-PERK-LINE-PARA
                       END-IF
                   END-IF
           END-READ.
       2380-WRITE-PERK-LINE-PARA.
           MOVE SPACES TO OUT-PERK-DESC
           STRING 'BENEFIT ' PRK-TYPE DELIMITED BY SIZE
               INTO OUT-PERK-DESC
           PERFORM 2385-PERK-DESC-PARA
               VARYING WS-PVL-SUB FROM 1 BY 1
               UNTIL WS-PVL-SUB > WS-PVL-COUNT
           MOVE PRK-LAST-VALUE TO OUT-PER-PERK
           MOVE PRK-TAXED-YTD  TO OUT-YTD-PERK
           WRITE SLIP-RECORD FROM SLIP-PERK-LINE.
       2385-PERK-DESC-PARA.
           IF TBL-PVL-TYPE(WS-PVL-SUB) = PRK-TYPE
               MOVE TBL-PVL-DESC(WS-PVL-SUB) TO OUT-PERK-DESC
           END-IF.
      *****************************************************
      *  EMPPAY STAMPS EVERY ONE OF THE EMPLOYEE'S          *
      *  COMPONENT RECORDS ON A FINAL RUN, SO EACH          *
      *  COMPONENT'S LINE ADDS UP ITS RECORDS CARRYING THE  *
      *  NETPAY PAY DATE.  A COMPONENT THAT PAID NOTHING    *
      *  THIS PERIOD IS LEFT OFF.                           *
      *****************************************************
       2390-PRINT-COMPONENTS-PARA.
           MOVE 'N'        TO WS-STR-EOF-FLAG
           MOVE SPACES     TO WS-CMP-CODE
           MOVE ZERO       TO WS-CMP-PER WS-CMP-YTD
           MOVE EMP-ID     TO PSC-EMP-ID
           MOVE LOW-VALUES TO PSC-COMP
           MOVE ZERO       TO PSC-EFF-DATE
           START PAY-STRUCT-FILE KEY NOT < PSC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STR-EOF-FLAG
           END-START
           PERFORM 2392-READ-COMPONENT-PARA UNTIL END-OF-STRUCTURE
           PERFORM 2394-WRITE-COMP-LINE-PARA.
       2392-READ-COMPONENT-PARA.
           READ PAY-STRUCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STR-EOF-FLAG
               NOT AT END
                   IF PSC-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-STR-EOF-FLAG
                   ELSE
                       IF PSC-COMP NOT = WS-CMP-CODE
                           PERFORM 2394-WRITE-COMP-LINE-PARA
                           MOVE PSC-COMP TO WS-CMP-CODE
                           MOVE ZERO     TO WS-CMP-PER WS-CMP-YTD
                       END-IF
                       IF PSC-LAST-PAY-DATE = NP-PAY-DATE
                           ADD PSC-LAST-VALUE TO WS-CMP-PER
                           ADD PSC-PAID-YTD   TO WS-CMP-YTD
                       END-IF
                   END-IF
           END-READ.
       2394-WRITE-COMP-LINE-PARA.
           IF WS-CMP-PER > ZERO
               MOVE SPACES TO OUT-COMP-DESC
               STRING 'COMPONENT ' WS-CMP-CODE DELIMITED BY SIZE
                   INTO OUT-COMP-DESC
               PERFORM 2396-COMP-DESC-PARA
                   VARYING WS-PCM-SUB FROM 1 BY 1
                   UNTIL WS-PCM-SUB > WS-PCM-COUNT
               MOVE WS-CMP-PER TO OUT-PER-COMP
               MOVE WS-CMP-YTD TO OUT-YTD-COMP
               WRITE SLIP-RECORD FROM SLIP-COMP-LINE
           END-IF.
       2396-COMP-DESC-PARA.
           IF TBL-PCM-CODE(WS-PCM-SUB) = WS-CMP-CODE
               MOVE TBL-PCM-DESC(WS-PCM-SUB) TO OUT-COMP-DESC
           END-IF.
       2900-PRINT-EXCEPTION-PARA.
           MOVE EMP-ID   TO OUT-EXC-EMP-ID
           MOVE EMP-NAME TO OUT-EXC-EMP-NAME
                 SLIP-FILE
           IF EXP-FILE-OPEN
               CLOSE EXP-PAID-FILE
           END-IF
           IF PERK-FILE-OPEN
               CLOSE PERK-FILE
           END-IF
           IF STRUCT-FILE-OPEN
               CLOSE PAY-STRUCT-FILE
           END-IF.
