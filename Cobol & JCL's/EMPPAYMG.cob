       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYMG.
      *****************************************************
      *  PARALLEL PAY RUN MERGE.  A PARTITIONED PAY RUN IS  *
      *  SEVERAL EMPPAY JOBS RUN SIDE BY SIDE, EACH PAYING  *
      *  ONE EMP-ID RANGE FROM PAYPART.DAT AND WRITING ITS  *
      *  OWN .PNN FILES.  THIS STEP PUTS THEM BACK TOGETHER *
      *  SO EMPGLEX, EMPBANK, EMPFUNDS AND THE REST OF THE  *
      *  CYCLE SEE ONE RUN.  IT REFUSES TO MERGE (RC=12,    *
      *  NOTHING WRITTEN) UNLESS: THE TABLE NUMBERS ITS     *
      *  PARTITIONS 01 UPWARD IN EMP-ID ORDER WITH NO       *
      *  OVERLAPPING RANGES; EVERY PARTITION'S CHECKPOINT   *
      *  (PAYCKPT.PNN) IS COMPLETE, FOR THIS PERIOD, IN ONE *
      *  RUN MODE AND FOR THE RANGE ON THE TABLE; EVERY     *
      *  EMP-ID ON THE MASTER FALLS IN EXACTLY ONE RANGE;   *
      *  AND EACH PARTITION READ EXACTLY THE MASTER RECORDS *
      *  ITS RANGE HOLDS.  IT THEN REBUILDS NETPAY.DAT AND  *
      *  EXPPAID.DAT, STATDED, SIEMPLR, PENCONTR, GARNREM,  *
      *  CONTRRPT AND THE CARRIED-FORWARD ADJUSTMENTS       *
      *  (PAYADJCF) BY CONCATENATING THE PARTITIONS IN      *
      *  ORDER, BUILDS THE REGISTER FROM THE PARTITION      *
      *  REGISTERS PLUS A COMBINED TOTALS BLOCK, SUMS THE   *
      *  PARTITION CONTROL TOTALS INTO ONE PAYCTL.DAT,      *
      *  STAGES THE PARTITION POSTINGS (AND, OFF-CYCLE, THE *
      *  PAID LIST) ON PAYPOST.MRG AND OFCPAID.MRG, CLOSING *
      *  THE POSTINGS WITH ONE RUN RECORD PER PAY GROUP FOR *
      *  THE WHOLE RUN, THE PARTITIONS' GROUP TOTALS SUMMED *
      *  FROM THEIR CHECKPOINTS.  ONLY WHEN EVERY PARTITION *
      *  FILE HAS BEEN MERGED CLEAN ARE THE STAGED RECORDS  *
      *  APPENDED TO THE PAYPOST.DAT AND OFCPAID.DAT LOGS   *
      *  AND EACH CHECKPOINT MARKED MERGED, SO A MERGE THAT *
      *  FAILS PART-WAY ADDS NOTHING TO THE LOGS AND ITS    *
      *  RERUN APPENDS THEM ONCE; A RERUN AFTER A GOOD      *
      *  MERGE CHANGES NOTHING.  WITH NO PAYPART.DAT        *
      *  THE PAY RUN WAS A SINGLE EMPPAY JOB AND THIS STEP  *
      *  DOES NOTHING.                                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PART-FILE ASSIGN TO 'PAYPART.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT PART-CKPT-FILE ASSIGN TO WS-IN-CKPT-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PART-NETPAY-FILE ASSIGN TO WS-IN-NETPAY-ASGN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PNP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT NETPAY-FILE ASSIGN TO 'NETPAY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS NP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT PART-EXPPAID-FILE ASSIGN TO WS-IN-EXPPAID-ASGN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PXP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT EXP-PAID-FILE ASSIGN TO 'EXPPAID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EXP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT PART-STATDED-FILE ASSIGN TO WS-IN-STATDED-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT STATDED-FILE ASSIGN TO 'STATDED.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT PART-SIEMPLR-FILE ASSIGN TO WS-IN-SIEMPLR-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT SI-EMPLR-FILE ASSIGN TO 'SIEMPLR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT11.

           SELECT PART-PENCONTR-FILE ASSIGN TO WS-IN-PENCONTR-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT12.

           SELECT PEN-CONTRIB-FILE ASSIGN TO 'PENCONTR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT13.

           SELECT PART-GARNREM-FILE ASSIGN TO WS-IN-GARNREM-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT14.

           SELECT GARN-REMIT-FILE ASSIGN TO 'GARNREM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT15.

           SELECT PART-CONTR-FILE ASSIGN TO WS-IN-CONTRRPT-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT16.

           SELECT CONTR-REPORT-FILE ASSIGN TO 'CONTRRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT17.

           SELECT PART-ADJCF-FILE ASSIGN TO WS-IN-PAYADJCF-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT28.

           SELECT ADJ-CARRY-FILE ASSIGN TO 'PAYADJCF.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT29.

           SELECT PART-REPORT-FILE ASSIGN TO WS-IN-PAYRPT-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT18.

           SELECT REPORT-FILE ASSIGN TO 'PAYRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT19.

           SELECT PART-POST-FILE ASSIGN TO WS-IN-PAYPOST-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT20.

           SELECT PAY-POST-FILE ASSIGN TO 'PAYPOST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT21.

           SELECT PART-OFCPAID-FILE ASSIGN TO WS-IN-OFCPAID-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT22.

           SELECT OFCPAID-FILE ASSIGN TO 'OFCPAID.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT23.

           SELECT POST-STAGE-FILE ASSIGN TO 'PAYPOST.MRG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT26.

           SELECT OFCPAID-STAGE-FILE ASSIGN TO 'OFCPAID.MRG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT27.

           SELECT PART-CONTROL-FILE ASSIGN TO WS-IN-PAYCTL-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT24.

           SELECT PAY-CONTROL-FILE ASSIGN TO 'PAYCTL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT25.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PART-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYPART.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PART-CKPT-FILE.
       COPY PAYCKPT.
       FD  PART-NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  PART-NETPAY-RECORD.
           03  PNP-EMP-ID          PIC X(05).
           03  FILLER              PIC X(46).
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  PART-EXPPAID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  PART-EXPPAID-RECORD.
           03  PXP-EMP-ID          PIC X(05).
           03  FILLER              PIC X(09).
       FD  EXP-PAID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       COPY EXPPAID.
       FD  PART-STATDED-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  PART-STATDED-RECORD     PIC X(15).
       FD  STATDED-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  STATDED-RECORD          PIC X(15).
       FD  PART-SIEMPLR-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  PART-SIEMPLR-RECORD     PIC X(14).
       FD  SI-EMPLR-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  SI-EMPLR-RECORD         PIC X(14).
       FD  PART-PENCONTR-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  PART-PENCONTR-RECORD    PIC X(49).
       FD  PEN-CONTRIB-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  PEN-CONTRIB-RECORD      PIC X(49).
       FD  PART-GARNREM-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  PART-GARNREM-RECORD     PIC X(49).
       FD  GARN-REMIT-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  GARN-REMIT-RECORD       PIC X(49).
       FD  PART-CONTR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PART-CONTR-RECORD       PIC X(80).
       FD  CONTR-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTR-REPORT-RECORD     PIC X(80).
       FD  PART-ADJCF-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  PART-ADJCF-RECORD       PIC X(22).
       FD  ADJ-CARRY-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  ADJ-CARRY-RECORD        PIC X(22).
       FD  PART-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PART-REPORT-RECORD      PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  PART-POST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PART-POST-RECORD        PIC X(80).
       FD  PAY-POST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAY-POST-RECORD         PIC X(80).
       FD  POST-STAGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYPOST.
       FD  PART-OFCPAID-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  PART-OFCPAID-RECORD     PIC X(11).
       FD  OFCPAID-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  OFCPAID-RECORD          PIC X(11).
       FD  OFCPAID-STAGE-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  OFCPAID-STAGE-RECORD    PIC X(11).
       FD  PART-CONTROL-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY PAYCTL REPLACING ==PAY-CONTROL-RECORD== BY
                             ==PART-CONTROL-RECORD==
                             LEADING ==PCT-== BY ==PPC-==.
       FD  PAY-CONTROL-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY PAYCTL.
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
       01  WS-FILE-STAT12          PIC X(02).
       01  WS-FILE-STAT13          PIC X(02).
       01  WS-FILE-STAT14          PIC X(02).
       01  WS-FILE-STAT15          PIC X(02).
       01  WS-FILE-STAT16          PIC X(02).
       01  WS-FILE-STAT17          PIC X(02).
       01  WS-FILE-STAT18          PIC X(02).
       01  WS-FILE-STAT19          PIC X(02).
       01  WS-FILE-STAT20          PIC X(02).
       01  WS-FILE-STAT21          PIC X(02).
       01  WS-FILE-STAT22          PIC X(02).
       01  WS-FILE-STAT23          PIC X(02).
       01  WS-FILE-STAT24          PIC X(02).
       01  WS-FILE-STAT25          PIC X(02).
       01  WS-FILE-STAT26          PIC X(02).
       01  WS-FILE-STAT27          PIC X(02).
       01  WS-FILE-STAT28          PIC X(02).
       01  WS-FILE-STAT29          PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-PART-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PARTITIONS             VALUE 'Y'.
       01  WS-COPY-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-COPY                   VALUE 'Y'.
       01  WS-MAST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-MERGED-FLAG          PIC X(01) VALUE 'N'.
           88  ALREADY-MERGED                VALUE 'Y'.
       01  WS-OFFCYCLE-FLAG        PIC X(01) VALUE 'N'.
           88  OFFCYCLE-RUN                  VALUE 'Y'.
       01  WS-STATDED-OUT-FLAG     PIC X(01) VALUE 'N'.
           88  STATDED-OUT-OPEN              VALUE 'Y'.
       01  WS-SIEMPLR-OUT-FLAG     PIC X(01) VALUE 'N'.
           88  SIEMPLR-OUT-OPEN              VALUE 'Y'.
       01  WS-PENCONTR-OUT-FLAG    PIC X(01) VALUE 'N'.
           88  PENCONTR-OUT-OPEN             VALUE 'Y'.
       01  WS-GARNREM-OUT-FLAG     PIC X(01) VALUE 'N'.
           88  GARNREM-OUT-OPEN              VALUE 'Y'.
       01  WS-CONTRRPT-OUT-FLAG    PIC X(01) VALUE 'N'.
           88  CONTRRPT-OUT-OPEN             VALUE 'Y'.
       01  WS-ADJCF-OUT-FLAG       PIC X(01) VALUE 'N'.
           88  ADJCF-OUT-OPEN                VALUE 'Y'.
       01  WS-IN-CKPT-ASGN         PIC X(30) VALUE SPACES.
       01  WS-IN-NETPAY-ASGN       PIC X(30) VALUE SPACES.
       01  WS-IN-EXPPAID-ASGN      PIC X(30) VALUE SPACES.
       01  WS-IN-STATDED-ASGN      PIC X(30) VALUE SPACES.
       01  WS-IN-SIEMPLR-ASGN      PIC X(30) VALUE SPACES.
       01  WS-IN-PENCONTR-ASGN     PIC X(30) VALUE SPACES.
       01  WS-IN-GARNREM-ASGN      PIC X(30) VALUE SPACES.
       01  WS-IN-CONTRRPT-ASGN     PIC X(30) VALUE SPACES.
       01  WS-IN-PAYADJCF-ASGN     PIC X(30) VALUE SPACES.
       01  WS-IN-PAYRPT-ASGN       PIC X(30) VALUE SPACES.
       01  WS-IN-PAYPOST-ASGN      PIC X(30) VALUE SPACES.
       01  WS-IN-OFCPAID-ASGN      PIC X(30) VALUE SPACES.
       01  WS-IN-PAYCTL-ASGN       PIC X(30) VALUE SPACES.
       01  WS-PART-BASE            PIC X(08) VALUE SPACES.
       01  WS-PART-NAME            PIC X(30) VALUE SPACES.
       01  WS-TODAY                PIC X(08).
       01  WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(08).
       01  WS-CURR-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-RUN-MODE             PIC X(05) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       COPY PCALREQ.
       01  WS-ERROR-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-MERGED-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-GAP-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-HITS                 PIC 9(02) VALUE ZERO.
       01  WS-PART-SUB             PIC 9(02) VALUE ZERO.
       01  WS-PREV-SUB             PIC 9(02) VALUE ZERO.
       01  WS-PART-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-PART-TABLE.
           03  PART-ENTRY          OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-PART-COUNT.
               05  TBL-PART-NO     PIC 9(02).
               05  TBL-LOW-ID      PIC X(05).
               05  TBL-HIGH-ID     PIC X(05).
               05  TBL-CKPT-READ   PIC 9(05).
               05  TBL-CKPT-PAID   PIC 9(05).
               05  TBL-CKPT-HELD   PIC 9(05).
               05  TBL-CKPT-GROSS  PIC 9(09)V99.
               05  TBL-CKPT-NET    PIC 9(09)V99.
               05  TBL-MAST-COUNT  PIC 9(05).
       01  WS-TOT-MASTER           PIC 9(05) VALUE ZERO.
       01  WS-TOT-READ             PIC 9(05) VALUE ZERO.
       01  WS-TOT-PAID             PIC 9(05) VALUE ZERO.
       01  WS-TOT-HELD             PIC 9(05) VALUE ZERO.
       01  WS-COPY-COUNTS.
           03  WS-CNT-NETPAY       PIC 9(07) VALUE ZERO.
           03  WS-CNT-EXPPAID      PIC 9(07) VALUE ZERO.
           03  WS-CNT-STATDED      PIC 9(07) VALUE ZERO.
           03  WS-CNT-SIEMPLR      PIC 9(07) VALUE ZERO.
           03  WS-CNT-PENCONTR     PIC 9(07) VALUE ZERO.
           03  WS-CNT-GARNREM      PIC 9(07) VALUE ZERO.
           03  WS-CNT-CONTRRPT     PIC 9(07) VALUE ZERO.
           03  WS-CNT-ADJCF        PIC 9(07) VALUE ZERO.
           03  WS-CNT-PAYRPT       PIC 9(07) VALUE ZERO.
           03  WS-CNT-PAYPOST      PIC 9(07) VALUE ZERO.
           03  WS-CNT-OFCPAID      PIC 9(07) VALUE ZERO.
       01  WS-CTL-TOTALS.
           03  WS-CTL-GROSS        PIC 9(11)V99 VALUE ZERO.
           03  WS-CTL-TAX          PIC 9(11)V99 VALUE ZERO.
           03  WS-CTL-DEDN         PIC 9(11)V99 VALUE ZERO.
           03  WS-CTL-NET          PIC 9(11)V99 VALUE ZERO.
           03  WS-CTL-HELD-CNT     PIC 9(05) VALUE ZERO.
           03  WS-CTL-SHORTFALL    PIC 9(09)V99 VALUE ZERO.
           03  WS-CTL-CLAIMS       PIC 9(09)V99 VALUE ZERO.
       01  WS-CTL-FOUND            PIC 9(02) VALUE ZERO.
       01  WS-GRP-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-GRP-TABLE.
           03  GRP-ENTRY           OCCURS 10 TIMES.
               05  TBL-GRP-CODE    PIC X(02).
               05  TBL-GRP-PERIOD  PIC 9(06).
               05  TBL-GRP-GROSS   PIC 9(11)V99.
               05  TBL-GRP-TAX     PIC 9(11)V99.
               05  TBL-GRP-DEDN    PIC 9(11)V99.
               05  TBL-GRP-NET     PIC 9(11)V99.
       01  WS-GRP-SUB              PIC 9(02) VALUE ZERO.
       01  WS-GRP-FIND             PIC 9(02) VALUE ZERO.
       01  WS-CKG-SUB              PIC 9(02) VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'PAY REGISTER - PARTITIONED RUN, MERGED BY EMPPAYMG'.
       01  TOTALS-HEADING-LINE1    PIC X(80) VALUE
           'PARTITION TOTALS'.
       01  TOTALS-HEADING-LINE2.
           03  FILLER              PIC X(05) VALUE 'PART'.
           03  FILLER              PIC X(06) VALUE 'FROM'.
           03  FILLER              PIC X(06) VALUE 'TO'.
           03  FILLER              PIC X(06) VALUE '  READ'.
           03  FILLER              PIC X(06) VALUE '  PAID'.
           03  FILLER              PIC X(06) VALUE '  HELD'.
           03  FILLER              PIC X(15) VALUE '          GROSS'.
           03  FILLER              PIC X(15) VALUE '            NET'.
           03  FILLER              PIC X(15) VALUE SPACES.
       01  PART-TOTAL-LINE.
           03  OUT-PART-NO         PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LOW-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-HIGH-ID         PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-READ            PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PAID            PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-HELD            PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-NET             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO PCQ-DATE
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD   TO WS-CURR-PERIOD
           PERFORM 1100-LOAD-PARTITIONS-PARA
           IF WS-PART-COUNT = ZERO
               DISPLAY 'PAYPART.DAT NOT PRESENT - SINGLE PAY RUN, '
                   'NOTHING TO MERGE'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               DISPLAY 'PAY PERIOD ' WS-CURR-PERIOD ' - PARTITIONS: '
                   WS-PART-COUNT
               PERFORM 1200-CHECK-TABLE-PARA
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               PERFORM 1300-CHECK-CKPT-PARA
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               PERFORM 1400-OPEN-MASTER-PARA
           END-IF.
      *****************************************************
      *  THE PARTITION TABLE, IN FILE ORDER.  MORE THAN 20  *
      *  PARTITIONS IS A SET-UP ERROR, NOT SOMETHING TO     *
      *  TRUNCATE QUIETLY.                                  *
      *****************************************************
       1100-LOAD-PARTITIONS-PARA.
           OPEN INPUT PAY-PART-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1110-READ-PARTITION-PARA
                   UNTIL END-OF-PARTITIONS
               CLOSE PAY-PART-FILE
           END-IF.
       1110-READ-PARTITION-PARA.
           READ PAY-PART-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF-FLAG
               NOT AT END
                   IF WS-PART-COUNT < 20
                       ADD 1 TO WS-PART-COUNT
                       MOVE ZERO TO TBL-PART-NO(WS-PART-COUNT)
                       IF PPT-PART-NO NUMERIC
                           MOVE PPT-PART-NO TO
                               TBL-PART-NO(WS-PART-COUNT)
                       END-IF
                       MOVE PPT-LOW-ID  TO TBL-LOW-ID(WS-PART-COUNT)
                       MOVE PPT-HIGH-ID TO
                           TBL-HIGH-ID(WS-PART-COUNT)
                       MOVE ZERO TO TBL-CKPT-READ(WS-PART-COUNT)
                                    TBL-CKPT-PAID(WS-PART-COUNT)
                                    TBL-CKPT-HELD(WS-PART-COUNT)
                                    TBL-CKPT-GROSS(WS-PART-COUNT)
                                    TBL-CKPT-NET(WS-PART-COUNT)
                                    TBL-MAST-COUNT(WS-PART-COUNT)
                   ELSE
                       DISPLAY 'PAYPART.DAT HOLDS MORE THAN 20 '
                           'PARTITIONS'
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'Y' TO WS-PART-EOF-FLAG
                   END-IF
           END-READ.
      *****************************************************
      *  PARTITIONS ARE NUMBERED 01 UPWARD IN EMP-ID ORDER, *
      *  EACH RANGE STARTING ABOVE THE ONE BEFORE IT -      *
      *  WHICH IS ALSO WHAT LETS THE KEYED OUTPUTS BE       *
      *  REBUILT BY STRAIGHT CONCATENATION.  ONLY THE FIRST *
      *  RANGE MAY BE OPEN AT THE BOTTOM AND ONLY THE LAST  *
      *  AT THE TOP.                                        *
      *****************************************************
       1200-CHECK-TABLE-PARA.
           IF TBL-PART-NO(WS-PART-SUB) NOT = WS-PART-SUB
               DISPLAY 'PAYPART.DAT RECORD ' WS-PART-SUB
                   ' IS NOT PARTITION ' WS-PART-SUB
                   ' - NUMBER THEM 01 UPWARD IN ORDER'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF TBL-LOW-ID(WS-PART-SUB) NOT = SPACES
               AND TBL-HIGH-ID(WS-PART-SUB) NOT = SPACES
               AND TBL-LOW-ID(WS-PART-SUB) >
                   TBL-HIGH-ID(WS-PART-SUB)
               DISPLAY 'PARTITION ' WS-PART-SUB ' LOW ID '
                   TBL-LOW-ID(WS-PART-SUB) ' IS ABOVE ITS HIGH ID '
                   TBL-HIGH-ID(WS-PART-SUB)
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-PART-SUB > 1
               PERFORM 1210-CHECK-ADJACENT-PARA
           END-IF.
       1210-CHECK-ADJACENT-PARA.
           SUBTRACT 1 FROM WS-PART-SUB GIVING WS-PREV-SUB
           IF TBL-LOW-ID(WS-PART-SUB) = SPACES
               DISPLAY 'PARTITION ' WS-PART-SUB ' HAS NO LOW ID - '
                   'ONLY THE FIRST PARTITION MAY START OPEN'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF TBL-HIGH-ID(WS-PREV-SUB) = SPACES
                   DISPLAY 'PARTITION ' WS-PREV-SUB ' HAS NO HIGH '
                       'ID - ONLY THE LAST PARTITION MAY END OPEN'
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   IF TBL-LOW-ID(WS-PART-SUB) NOT >
                       TBL-HIGH-ID(WS-PREV-SUB)
                       DISPLAY 'PARTITION ' WS-PART-SUB
                           ' OVERLAPS PARTITION ' WS-PREV-SUB
                           ' - ' TBL-LOW-ID(WS-PART-SUB)
                           ' IS NOT ABOVE '
                           TBL-HIGH-ID(WS-PREV-SUB)
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.
      *****************************************************
      *  EACH PARTITION MUST HAVE FINISHED: ITS CHECKPOINT  *
      *  COMPLETE, FOR THIS PERIOD, IN THE SAME RUN MODE AS *
      *  PARTITION 01 AND FOR THE RANGE THE TABLE NOW GIVES *
      *  IT.  ITS READ COUNT AND TOTALS ARE KEPT FOR THE    *
      *  MASTER CHECK AND THE REGISTER.  A SET WHOSE        *
      *  CHECKPOINTS ARE ALL MARKED MERGED HAS ALREADY BEEN *
      *  MERGED; A SET WITH ONLY SOME MARKED IS AN ERROR.   *
      *****************************************************
       1300-CHECK-CKPT-PARA.
           MOVE TBL-PART-NO(WS-PART-SUB) TO PCK-PART-NO
           MOVE 'PAYCKPT' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-CKPT-ASGN
           OPEN INPUT PART-CKPT-FILE
           IF WS-FILE-STAT3 = '00'
               READ PART-CKPT-FILE
                   AT END
                       MOVE SPACES TO PAY-CKPT-RECORD
               END-READ
               CLOSE PART-CKPT-FILE
               PERFORM 1310-CHECK-CKPT-FIELDS-PARA
           ELSE
               DISPLAY WS-IN-CKPT-ASGN ' NOT FOUND - PARTITION '
                   WS-PART-SUB ' HAS NOT RUN'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-PART-SUB = WS-PART-COUNT
               AND WS-MERGED-COUNT > ZERO
               IF WS-MERGED-COUNT = WS-PART-COUNT
                   MOVE 'Y' TO WS-MERGED-FLAG
               ELSE
                   DISPLAY WS-MERGED-COUNT ' OF ' WS-PART-COUNT
                       ' PARTITIONS ARE ALREADY MERGED'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
       1310-CHECK-CKPT-FIELDS-PARA.
           IF PCK-MERGED
               ADD 1 TO WS-MERGED-COUNT
           ELSE
               IF NOT PCK-COMPLETE
                   DISPLAY 'PARTITION ' WS-PART-SUB
                       ' DID NOT COMPLETE - RESTART IT BEFORE '
                       'MERGING'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           IF PCK-PERIOD NOT = WS-CURR-PERIOD
               DISPLAY 'PARTITION ' WS-PART-SUB ' RAN FOR PERIOD '
                   PCK-PERIOD ', NOT ' WS-CURR-PERIOD
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-PART-SUB = 1
               MOVE PCK-RUN-MODE TO WS-RUN-MODE
               MOVE PCK-RUN-DATE TO WS-RUN-DATE
               IF PCK-RUN-MODE = 'OFCYC'
                   MOVE 'Y' TO WS-OFFCYCLE-FLAG
               END-IF
           ELSE
               IF PCK-RUN-MODE NOT = WS-RUN-MODE
                   DISPLAY 'PARTITION ' WS-PART-SUB ' IS A '
                       PCK-RUN-MODE ' RUN, PARTITION 01 A '
                       WS-RUN-MODE ' RUN'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           IF PCK-PART-NO NOT = TBL-PART-NO(WS-PART-SUB)
               OR PCK-LOW-ID NOT = TBL-LOW-ID(WS-PART-SUB)
               OR PCK-HIGH-ID NOT = TBL-HIGH-ID(WS-PART-SUB)
               DISPLAY 'PARTITION ' WS-PART-SUB ' RAN FOR EMP-ID '
                   PCK-LOW-ID ' TO ' PCK-HIGH-ID
                   ' - NOT THE RANGE ON PAYPART.DAT'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE PCK-TOT-READ    TO TBL-CKPT-READ(WS-PART-SUB)
           MOVE PCK-TOT-PAID    TO TBL-CKPT-PAID(WS-PART-SUB)
           MOVE PCK-TOT-HELD    TO TBL-CKPT-HELD(WS-PART-SUB)
           MOVE PCK-GRAND-GROSS TO TBL-CKPT-GROSS(WS-PART-SUB)
           MOVE PCK-GRAND-NET   TO TBL-CKPT-NET(WS-PART-SUB)
           IF PCK-GROUP-COUNT NUMERIC
               AND PCK-GROUP-COUNT NOT > 10
               PERFORM 1320-ADD-CKPT-GROUP-PARA
                   VARYING WS-CKG-SUB FROM 1 BY 1
                   UNTIL WS-CKG-SUB > PCK-GROUP-COUNT
           END-IF.
       1320-ADD-CKPT-GROUP-PARA.
           MOVE ZERO TO WS-GRP-FIND
           PERFORM 1325-FIND-GROUP-PARA
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
           IF WS-GRP-FIND = ZERO
               IF WS-GRP-COUNT < 10
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-FIND
                   MOVE PCK-GRP-CODE(WS-CKG-SUB)
                       TO TBL-GRP-CODE(WS-GRP-FIND)
                   MOVE PCK-GRP-PERIOD(WS-CKG-SUB)
                       TO TBL-GRP-PERIOD(WS-GRP-FIND)
                   MOVE ZERO TO TBL-GRP-GROSS(WS-GRP-FIND)
                                TBL-GRP-TAX(WS-GRP-FIND)
                                TBL-GRP-DEDN(WS-GRP-FIND)
                                TBL-GRP-NET(WS-GRP-FIND)
               ELSE
                   DISPLAY 'PAY GROUP TABLE FULL AT 10 - GROUP '
                       PCK-GRP-CODE(WS-CKG-SUB) ' CANNOT BE LOGGED'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           IF WS-GRP-FIND > ZERO
               ADD PCK-GRP-GROSS(WS-CKG-SUB)
                   TO TBL-GRP-GROSS(WS-GRP-FIND)
               ADD PCK-GRP-TAX(WS-CKG-SUB)
                   TO TBL-GRP-TAX(WS-GRP-FIND)
               ADD PCK-GRP-DEDN(WS-CKG-SUB)
                   TO TBL-GRP-DEDN(WS-GRP-FIND)
               ADD PCK-GRP-NET(WS-CKG-SUB)
                   TO TBL-GRP-NET(WS-GRP-FIND)
           END-IF.
       1325-FIND-GROUP-PARA.
           IF TBL-GRP-CODE(WS-GRP-SUB) = PCK-GRP-CODE(WS-CKG-SUB)
               MOVE WS-GRP-SUB TO WS-GRP-FIND
           END-IF.
       1400-OPEN-MASTER-PARA.
           IF WS-ERROR-COUNT > ZERO OR ALREADY-MERGED
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-FILE-STAT2 = '00'
                   MOVE 'Y' TO WS-MAST-OPEN-FLAG
                   PERFORM 1500-READ-MASTER-PARA
               ELSE
                   DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                       WS-FILE-STAT2 ' - COVERAGE CANNOT BE CHECKED'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF.
       1500-READ-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-MASTER
           END-READ.
      *****************************************************
      *  EVERY EMP-ID ON THE MASTER MUST FALL IN EXACTLY    *
      *  ONE RANGE - ONE IN NONE WAS NEVER PAID, ONE IN TWO *
      *  WAS PAID TWICE.                                    *
      *****************************************************
       2000-PROCESS-PARA.
           MOVE ZERO TO WS-HITS
           PERFORM 2100-TEST-RANGE-PARA
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           IF WS-HITS = ZERO
               ADD 1 TO WS-GAP-COUNT
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'EMP-ID ' EMP-ID ' IS IN NO PARTITION'
           END-IF
           IF WS-HITS > 1
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'EMP-ID ' EMP-ID ' IS IN ' WS-HITS
                   ' PARTITIONS'
           END-IF
           PERFORM 1500-READ-MASTER-PARA.
       2100-TEST-RANGE-PARA.
           IF (TBL-LOW-ID(WS-PART-SUB) = SPACES
                   OR EMP-ID NOT < TBL-LOW-ID(WS-PART-SUB))
               AND (TBL-HIGH-ID(WS-PART-SUB) = SPACES
                   OR EMP-ID NOT > TBL-HIGH-ID(WS-PART-SUB))
               ADD 1 TO WS-HITS
               ADD 1 TO TBL-MAST-COUNT(WS-PART-SUB)
           END-IF.
       3000-CHECK-COUNT-PARA.
           IF TBL-MAST-COUNT(WS-PART-SUB) NOT =
               TBL-CKPT-READ(WS-PART-SUB)
               DISPLAY 'PARTITION ' WS-PART-SUB ' READ '
                   TBL-CKPT-READ(WS-PART-SUB) ' MASTER RECORDS - '
                   'ITS RANGE HOLDS ' TBL-MAST-COUNT(WS-PART-SUB)
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       4900-PART-NAME-PARA.
           MOVE SPACES TO WS-PART-NAME
           STRING WS-PART-BASE         DELIMITED BY SPACE
                  '.P'                 DELIMITED BY SIZE
                  PCK-PART-NO          DELIMITED BY SIZE
               INTO WS-PART-NAME
           END-STRING.
      *****************************************************
      *  THE MERGE ITSELF.  THE KEYED AND SEQUENTIAL        *
      *  OUTPUTS ARE REBUILT FRESH; THE POSTING LOG AND     *
      *  OFF-CYCLE PAID LIST ARE LOGS KEPT ACROSS RUNS, SO  *
      *  THE PARTITIONS' RECORDS ARE STAGED HERE AND ONLY   *
      *  APPENDED TO THEM (5700) ONCE THE WHOLE MERGE HAS   *
      *  GONE THROUGH WITHOUT A PROBLEM.  AN OPTIONAL       *
      *  OUTPUT (STATDED, SIEMPLR, PENCONTR, GARNREM,       *
      *  CONTRRPT, PAYADJCF) IS ONLY WRITTEN WHEN THE       *
      *  PARTITIONS PRODUCED IT.                            *
      *****************************************************
       5000-MERGE-PARA.
           OPEN OUTPUT NETPAY-FILE
                       EXP-PAID-FILE
                       REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           ADD 1 TO WS-CNT-PAYRPT
           OPEN OUTPUT POST-STAGE-FILE
           IF OFFCYCLE-RUN
               OPEN OUTPUT OFCPAID-STAGE-FILE
           END-IF
           PERFORM 5100-MERGE-PARTITION-PARA
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           PERFORM 5800-WRITE-TOTALS-PARA
           PERFORM 5900-WRITE-CONTROL-PARA
           CLOSE NETPAY-FILE
                 EXP-PAID-FILE
                 REPORT-FILE
                 POST-STAGE-FILE
           IF OFFCYCLE-RUN
               CLOSE OFCPAID-STAGE-FILE
           END-IF
           IF STATDED-OUT-OPEN
               CLOSE STATDED-FILE
           END-IF
           IF SIEMPLR-OUT-OPEN
               CLOSE SI-EMPLR-FILE
           END-IF
           IF PENCONTR-OUT-OPEN
               CLOSE PEN-CONTRIB-FILE
           END-IF
           IF GARNREM-OUT-OPEN
               CLOSE GARN-REMIT-FILE
           END-IF
           IF CONTRRPT-OUT-OPEN
               CLOSE CONTR-REPORT-FILE
           END-IF
           IF ADJCF-OUT-OPEN
               CLOSE ADJ-CARRY-FILE
           END-IF.
       5100-MERGE-PARTITION-PARA.
           MOVE TBL-PART-NO(WS-PART-SUB) TO PCK-PART-NO
           PERFORM 5200-COPY-NETPAY-PARA
           PERFORM 5220-COPY-EXPPAID-PARA
           PERFORM 5300-COPY-STATDED-PARA
           PERFORM 5320-COPY-SIEMPLR-PARA
           PERFORM 5340-COPY-PENCONTR-PARA
           PERFORM 5360-COPY-GARNREM-PARA
           PERFORM 5400-COPY-CONTRRPT-PARA
           PERFORM 5440-COPY-ADJCF-PARA
           PERFORM 5420-COPY-REPORT-PARA
           PERFORM 5500-COPY-POST-PARA
           IF OFFCYCLE-RUN
               PERFORM 5520-COPY-OFCPAID-PARA
           END-IF
           PERFORM 5600-ADD-CONTROL-PARA.
       5200-COPY-NETPAY-PARA.
           MOVE 'NETPAY' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-NETPAY-ASGN
           OPEN INPUT PART-NETPAY-FILE
           IF WS-FILE-STAT4 = '00'
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5210-COPY-NETPAY-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-NETPAY-FILE
           ELSE
               DISPLAY WS-IN-NETPAY-ASGN ' NOT FOUND - STATUS '
                   WS-FILE-STAT4
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       5210-COPY-NETPAY-REC-PARA.
           READ PART-NETPAY-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE NETPAY-RECORD FROM PART-NETPAY-RECORD
                       INVALID KEY
                           DISPLAY 'NETPAY EMP-ID ' PNP-EMP-ID
                               ' OUT OF SEQUENCE OR DUPLICATE'
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-NETPAY
                   END-WRITE
           END-READ.
       5220-COPY-EXPPAID-PARA.
           MOVE 'EXPPAID' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-EXPPAID-ASGN
           OPEN INPUT PART-EXPPAID-FILE
           IF WS-FILE-STAT6 = '00'
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5230-COPY-EXPPAID-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-EXPPAID-FILE
           ELSE
               DISPLAY WS-IN-EXPPAID-ASGN ' NOT FOUND - STATUS '
                   WS-FILE-STAT6
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       5230-COPY-EXPPAID-REC-PARA.
           READ PART-EXPPAID-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE EXP-PAID-RECORD FROM PART-EXPPAID-RECORD
                       INVALID KEY
                           DISPLAY 'EXPPAID EMP-ID ' PXP-EMP-ID
                               ' OUT OF SEQUENCE OR DUPLICATE'
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-EXPPAID
                   END-WRITE
           END-READ.
       5300-COPY-STATDED-PARA.
           MOVE 'STATDED' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-STATDED-ASGN
           OPEN INPUT PART-STATDED-FILE
           IF WS-FILE-STAT8 = '00'
               IF NOT STATDED-OUT-OPEN
                   OPEN OUTPUT STATDED-FILE
                   MOVE 'Y' TO WS-STATDED-OUT-FLAG
               END-IF
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5310-COPY-STATDED-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-STATDED-FILE
           END-IF.
       5310-COPY-STATDED-REC-PARA.
           READ PART-STATDED-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE STATDED-RECORD FROM PART-STATDED-RECORD
                   ADD 1 TO WS-CNT-STATDED
           END-READ.
       5320-COPY-SIEMPLR-PARA.
           MOVE 'SIEMPLR' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-SIEMPLR-ASGN
           OPEN INPUT PART-SIEMPLR-FILE
           IF WS-FILE-STAT10 = '00'
               IF NOT SIEMPLR-OUT-OPEN
                   OPEN OUTPUT SI-EMPLR-FILE
                   MOVE 'Y' TO WS-SIEMPLR-OUT-FLAG
               END-IF
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5330-COPY-SIEMPLR-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-SIEMPLR-FILE
           END-IF.
       5330-COPY-SIEMPLR-REC-PARA.
           READ PART-SIEMPLR-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE SI-EMPLR-RECORD FROM PART-SIEMPLR-RECORD
                   ADD 1 TO WS-CNT-SIEMPLR
           END-READ.
       5340-COPY-PENCONTR-PARA.
           MOVE 'PENCONTR' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-PENCONTR-ASGN
           OPEN INPUT PART-PENCONTR-FILE
           IF WS-FILE-STAT12 = '00'
               IF NOT PENCONTR-OUT-OPEN
                   OPEN OUTPUT PEN-CONTRIB-FILE
                   MOVE 'Y' TO WS-PENCONTR-OUT-FLAG
               END-IF
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5350-COPY-PENCONTR-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-PENCONTR-FILE
           END-IF.
       5350-COPY-PENCONTR-REC-PARA.
           READ PART-PENCONTR-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE PEN-CONTRIB-RECORD FROM PART-PENCONTR-RECORD
                   ADD 1 TO WS-CNT-PENCONTR
           END-READ.
       5360-COPY-GARNREM-PARA.
           MOVE 'GARNREM' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-GARNREM-ASGN
           OPEN INPUT PART-GARNREM-FILE
           IF WS-FILE-STAT14 = '00'
               IF NOT GARNREM-OUT-OPEN
                   OPEN OUTPUT GARN-REMIT-FILE
                   MOVE 'Y' TO WS-GARNREM-OUT-FLAG
               END-IF
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5370-COPY-GARNREM-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-GARNREM-FILE
           END-IF.
       5370-COPY-GARNREM-REC-PARA.
           READ PART-GARNREM-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE GARN-REMIT-RECORD FROM PART-GARNREM-RECORD
                   ADD 1 TO WS-CNT-GARNREM
           END-READ.
       5400-COPY-CONTRRPT-PARA.
           MOVE 'CONTRRPT' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-CONTRRPT-ASGN
           OPEN INPUT PART-CONTR-FILE
           IF WS-FILE-STAT16 = '00'
               IF NOT CONTRRPT-OUT-OPEN
                   OPEN OUTPUT CONTR-REPORT-FILE
                   MOVE 'Y' TO WS-CONTRRPT-OUT-FLAG
               END-IF
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5410-COPY-CONTRRPT-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-CONTR-FILE
           END-IF.
       5410-COPY-CONTRRPT-REC-PARA.
           READ PART-CONTR-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE CONTR-REPORT-RECORD FROM PART-CONTR-RECORD
                   ADD 1 TO WS-CNT-CONTRRPT
           END-READ.
       5440-COPY-ADJCF-PARA.
           MOVE 'PAYADJCF' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-PAYADJCF-ASGN
           OPEN INPUT PART-ADJCF-FILE
           IF WS-FILE-STAT28 = '00'
               IF NOT ADJCF-OUT-OPEN
                   OPEN OUTPUT ADJ-CARRY-FILE
                   MOVE 'Y' TO WS-ADJCF-OUT-FLAG
               END-IF
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5450-COPY-ADJCF-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-ADJCF-FILE
           END-IF.
       5450-COPY-ADJCF-REC-PARA.
           READ PART-ADJCF-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE ADJ-CARRY-RECORD FROM PART-ADJCF-RECORD
                   ADD 1 TO WS-CNT-ADJCF
           END-READ.
       5420-COPY-REPORT-PARA.
           MOVE 'PAYRPT' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-PAYRPT-ASGN
           OPEN INPUT PART-REPORT-FILE
           IF WS-FILE-STAT18 = '00'
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5430-COPY-REPORT-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-REPORT-FILE
           ELSE
               DISPLAY WS-IN-PAYRPT-ASGN ' NOT FOUND - STATUS '
                   WS-FILE-STAT18
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       5430-COPY-REPORT-REC-PARA.
           READ PART-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE REPORT-RECORD FROM PART-REPORT-RECORD
                   ADD 1 TO WS-CNT-PAYRPT
           END-READ.
       5500-COPY-POST-PARA.
           MOVE 'PAYPOST' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-PAYPOST-ASGN
           OPEN INPUT PART-POST-FILE
           IF WS-FILE-STAT20 = '00'
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5510-COPY-POST-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-POST-FILE
           ELSE
               DISPLAY WS-IN-PAYPOST-ASGN ' NOT FOUND - STATUS '
                   WS-FILE-STAT20
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       5510-COPY-POST-REC-PARA.
           READ PART-POST-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE PAY-POSTING-RECORD FROM PART-POST-RECORD
                   ADD 1 TO WS-CNT-PAYPOST
           END-READ.
       5520-COPY-OFCPAID-PARA.
           MOVE 'OFCPAID' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-OFCPAID-ASGN
           OPEN INPUT PART-OFCPAID-FILE
           IF WS-FILE-STAT22 = '00'
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5530-COPY-OFCPAID-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-OFCPAID-FILE
           ELSE
               DISPLAY WS-IN-OFCPAID-ASGN ' NOT FOUND - STATUS '
                   WS-FILE-STAT22
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       5530-COPY-OFCPAID-REC-PARA.
           READ PART-OFCPAID-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE OFCPAID-STAGE-RECORD FROM PART-OFCPAID-RECORD
                   ADD 1 TO WS-CNT-OFCPAID
           END-READ.
       5600-ADD-CONTROL-PARA.
           MOVE 'PAYCTL' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-PAYCTL-ASGN
           OPEN INPUT PART-CONTROL-FILE
           IF WS-FILE-STAT24 = '00'
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5610-ADD-CONTROL-REC-PARA UNTIL END-OF-COPY
               CLOSE PART-CONTROL-FILE
           ELSE
               DISPLAY WS-IN-PAYCTL-ASGN ' NOT FOUND - STATUS '
                   WS-FILE-STAT24
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       5610-ADD-CONTROL-REC-PARA.
           READ PART-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   ADD 1              TO WS-CTL-FOUND
                   ADD PPC-GROSS      TO WS-CTL-GROSS
                   ADD PPC-TAX        TO WS-CTL-TAX
                   ADD PPC-DEDN       TO WS-CTL-DEDN
                   ADD PPC-NET        TO WS-CTL-NET
                   ADD PPC-HELD-CNT   TO WS-CTL-HELD-CNT
                   ADD PPC-SHORTFALL  TO WS-CTL-SHORTFALL
                   ADD PPC-CLAIMS     TO WS-CTL-CLAIMS
           END-READ.
      *****************************************************
      *  THE STAGED POSTINGS AND PAID LIST ONTO THE LOGS.   *
      *  EVERY FILE IS OPENED BEFORE ANYTHING IS WRITTEN,   *
      *  SO A LOG THAT CANNOT BE OPENED LEAVES BOTH AS THEY *
      *  WERE AND THE CHECKPOINTS UNMARKED.                 *
      *****************************************************
       5700-APPEND-LOGS-PARA.
           PERFORM 5710-OPEN-LOGS-PARA
           IF WS-ERROR-COUNT = ZERO
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM 5720-APPEND-POST-REC-PARA UNTIL END-OF-COPY
               CLOSE POST-STAGE-FILE
                     PAY-POST-FILE
               IF OFFCYCLE-RUN
                   MOVE 'N' TO WS-COPY-EOF-FLAG
                   PERFORM 5730-APPEND-OFCPAID-REC-PARA
                       UNTIL END-OF-COPY
                   CLOSE OFCPAID-STAGE-FILE
                         OFCPAID-FILE
               END-IF
           END-IF.
       5710-OPEN-LOGS-PARA.
           OPEN INPUT POST-STAGE-FILE
           OPEN EXTEND PAY-POST-FILE
           IF WS-FILE-STAT21 = '35'
               OPEN OUTPUT PAY-POST-FILE
           END-IF
           MOVE '00' TO WS-FILE-STAT23
                        WS-FILE-STAT27
           IF OFFCYCLE-RUN
               OPEN INPUT OFCPAID-STAGE-FILE
               OPEN EXTEND OFCPAID-FILE
               IF WS-FILE-STAT23 = '35'
                   OPEN OUTPUT OFCPAID-FILE
               END-IF
           END-IF
           IF WS-FILE-STAT21 NOT = '00' OR WS-FILE-STAT26 NOT = '00'
              OR WS-FILE-STAT23 NOT = '00'
              OR WS-FILE-STAT27 NOT = '00'
               DISPLAY 'POSTING LOGS NOT APPENDED - PAYPOST.DAT '
                   WS-FILE-STAT21 ' PAYPOST.MRG ' WS-FILE-STAT26
                   ' OFCPAID.DAT ' WS-FILE-STAT23
                   ' OFCPAID.MRG ' WS-FILE-STAT27
               ADD 1 TO WS-ERROR-COUNT
               IF WS-FILE-STAT26 = '00'
                   CLOSE POST-STAGE-FILE
               END-IF
               IF WS-FILE-STAT21 = '00'
                   CLOSE PAY-POST-FILE
               END-IF
               IF OFFCYCLE-RUN AND WS-FILE-STAT27 = '00'
                   CLOSE OFCPAID-STAGE-FILE
               END-IF
               IF OFFCYCLE-RUN AND WS-FILE-STAT23 = '00'
                   CLOSE OFCPAID-FILE
               END-IF
           END-IF.
       5720-APPEND-POST-REC-PARA.
           READ POST-STAGE-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE PAY-POST-RECORD FROM PAY-POSTING-RECORD
           END-READ.
       5730-APPEND-OFCPAID-REC-PARA.
           READ OFCPAID-STAGE-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
               NOT AT END
                   WRITE OFCPAID-RECORD FROM OFCPAID-STAGE-RECORD
           END-READ.
      *****************************************************
      *  THE MERGED REGISTER ENDS WITH EACH PARTITION'S     *
      *  FIGURES FROM ITS CHECKPOINT AND THE COMBINED LINE  *
      *  FOR THE WHOLE RUN.                                 *
      *****************************************************
       5800-WRITE-TOTALS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM TOTALS-HEADING-LINE1
           WRITE REPORT-RECORD FROM TOTALS-HEADING-LINE2
           ADD 3 TO WS-CNT-PAYRPT
           PERFORM 5810-PART-LINE-PARA
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           MOVE 'ALL'           TO OUT-PART-NO
           MOVE SPACES          TO OUT-LOW-ID OUT-HIGH-ID
           MOVE WS-TOT-READ     TO OUT-READ
           MOVE WS-TOT-PAID     TO OUT-PAID
           MOVE WS-TOT-HELD     TO OUT-HELD
           MOVE WS-CTL-GROSS    TO OUT-GROSS
           MOVE WS-CTL-NET      TO OUT-NET
           WRITE REPORT-RECORD FROM PART-TOTAL-LINE
           ADD 1 TO WS-CNT-PAYRPT.
       5810-PART-LINE-PARA.
           MOVE TBL-PART-NO(WS-PART-SUB)    TO OUT-PART-NO
           MOVE TBL-LOW-ID(WS-PART-SUB)     TO OUT-LOW-ID
           MOVE TBL-HIGH-ID(WS-PART-SUB)    TO OUT-HIGH-ID
           MOVE TBL-CKPT-READ(WS-PART-SUB)  TO OUT-READ
           MOVE TBL-CKPT-PAID(WS-PART-SUB)  TO OUT-PAID
           MOVE TBL-CKPT-HELD(WS-PART-SUB)  TO OUT-HELD
           MOVE TBL-CKPT-GROSS(WS-PART-SUB) TO OUT-GROSS
           MOVE TBL-CKPT-NET(WS-PART-SUB)   TO OUT-NET
           WRITE REPORT-RECORD FROM PART-TOTAL-LINE
           ADD 1 TO WS-CNT-PAYRPT
           ADD TBL-CKPT-READ(WS-PART-SUB) TO WS-TOT-READ
           ADD TBL-CKPT-PAID(WS-PART-SUB) TO WS-TOT-PAID
           ADD TBL-CKPT-HELD(WS-PART-SUB) TO WS-TOT-HELD.
      *****************************************************
      *  ONE PAYCTL.DAT FOR THE WHOLE RUN, THE SUM OF THE   *
      *  PARTITIONS', AND ONE RUN RECORD PER PAY GROUP TO   *
      *  CLOSE THE RUN'S POSTINGS - EXACTLY WHAT A SINGLE   *
      *  EMPPAY RUN LEAVES FOR EMPFUNDS AND EMPPAYRV.       *
      *****************************************************
       5900-WRITE-CONTROL-PARA.
           OPEN OUTPUT PAY-CONTROL-FILE
           MOVE WS-CURR-PERIOD   TO PCT-PERIOD
           MOVE WS-CTL-GROSS     TO PCT-GROSS
           MOVE WS-CTL-TAX       TO PCT-TAX
           MOVE WS-CTL-DEDN      TO PCT-DEDN
           MOVE WS-CTL-NET       TO PCT-NET
           MOVE WS-CTL-HELD-CNT  TO PCT-HELD-CNT
           MOVE WS-CTL-SHORTFALL TO PCT-SHORTFALL
           MOVE WS-CTL-CLAIMS    TO PCT-CLAIMS
           WRITE PAY-CONTROL-RECORD
           CLOSE PAY-CONTROL-FILE
           IF WS-GRP-COUNT = ZERO
               MOVE SPACES           TO PAY-POSTING-RECORD
               MOVE WS-CURR-PERIOD   TO PPS-PERIOD
               MOVE 'RUN'            TO PPS-TYPE
               MOVE WS-RUN-DATE      TO PPS-RUN-DATE
               MOVE WS-CTL-GROSS     TO PPS-GROSS
               MOVE WS-CTL-TAX       TO PPS-TAX
               MOVE WS-CTL-DEDN      TO PPS-DEDN
               MOVE WS-CTL-NET       TO PPS-NET
               WRITE PAY-POSTING-RECORD
               ADD 1 TO WS-CNT-PAYPOST
           ELSE
               PERFORM 5910-WRITE-GROUP-RUN-PARA
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
           END-IF.
       5910-WRITE-GROUP-RUN-PARA.
           MOVE SPACES                     TO PAY-POSTING-RECORD
           MOVE TBL-GRP-PERIOD(WS-GRP-SUB) TO PPS-PERIOD
           MOVE 'RUN'                      TO PPS-TYPE
           MOVE WS-RUN-DATE                TO PPS-RUN-DATE
           MOVE TBL-GRP-GROSS(WS-GRP-SUB)  TO PPS-GROSS
           MOVE TBL-GRP-TAX(WS-GRP-SUB)    TO PPS-TAX
           MOVE TBL-GRP-DEDN(WS-GRP-SUB)   TO PPS-DEDN
           MOVE TBL-GRP-NET(WS-GRP-SUB)    TO PPS-NET
           MOVE TBL-GRP-CODE(WS-GRP-SUB)   TO PPS-PAY-GROUP
           WRITE PAY-POSTING-RECORD
           ADD 1 TO WS-CNT-PAYPOST.
       6000-MARK-MERGED-PARA.
           MOVE TBL-PART-NO(WS-PART-SUB) TO PCK-PART-NO
           MOVE 'PAYCKPT' TO WS-PART-BASE
           PERFORM 4900-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-IN-CKPT-ASGN
           OPEN I-O PART-CKPT-FILE
           IF WS-FILE-STAT3 = '00'
               READ PART-CKPT-FILE
                   NOT AT END
                       MOVE 'M' TO PCK-STATUS
                       REWRITE PAY-CKPT-RECORD
               END-READ
               CLOSE PART-CKPT-FILE
           END-IF
           IF WS-FILE-STAT3 NOT = '00'
               DISPLAY 'WARNING - ' WS-IN-CKPT-ASGN ' NOT MARKED '
                   'MERGED - STATUS ' WS-FILE-STAT3
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATION-PARA.
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
               PERFORM 3000-CHECK-COUNT-PARA
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
           END-IF
           IF ALREADY-MERGED AND WS-ERROR-COUNT = ZERO
               DISPLAY 'PARTITIONS ALREADY MERGED FOR PERIOD '
                   WS-CURR-PERIOD ' - NOTHING TO DO'
           END-IF
           IF WS-ERROR-COUNT > ZERO
               DISPLAY 'MERGE REFUSED - ' WS-ERROR-COUNT
                   ' PROBLEM(S), NO FILE WRITTEN'
               MOVE 12 TO RETURN-CODE
           END-IF
           IF MASTER-FILE-OPEN AND WS-ERROR-COUNT = ZERO
               PERFORM 5000-MERGE-PARA
               PERFORM 9100-REPORT-MERGE-PARA
           END-IF.
      *****************************************************
      *  A PROBLEM FOUND WHILE WRITING (A MISSING PARTITION *
      *  FILE, A KEY OUT OF SEQUENCE) LEAVES THE LOGS       *
      *  UNTOUCHED AND THE CHECKPOINTS UNMARKED SO THE      *
      *  MERGE CAN BE RERUN ONCE IT IS PUT RIGHT.           *
      *****************************************************
       9100-REPORT-MERGE-PARA.
           IF WS-CTL-FOUND NOT = WS-PART-COUNT
               DISPLAY 'ONLY ' WS-CTL-FOUND ' OF ' WS-PART-COUNT
                   ' PARTITION CONTROL RECORDS FOUND'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-ERROR-COUNT = ZERO
               PERFORM 5700-APPEND-LOGS-PARA
           END-IF
           DISPLAY '** PARALLEL PAY RUN MERGE SUMMARY **'
           DISPLAY 'RUN MODE            : ', WS-RUN-MODE
           DISPLAY 'PARTITIONS MERGED   : ', WS-PART-COUNT
           DISPLAY 'MASTER RECORDS      : ', WS-TOT-MASTER
           DISPLAY 'EMPLOYEES PAID      : ', WS-TOT-PAID
           DISPLAY 'NETPAY RECORDS      : ', WS-CNT-NETPAY
           DISPLAY 'EXPPAID RECORDS     : ', WS-CNT-EXPPAID
           IF STATDED-OUT-OPEN
               DISPLAY 'STATDED  RECORDS    : ', WS-CNT-STATDED
           END-IF
           IF SIEMPLR-OUT-OPEN
               DISPLAY 'SIEMPLR  RECORDS    : ', WS-CNT-SIEMPLR
           END-IF
           IF PENCONTR-OUT-OPEN
               DISPLAY 'PENCONTR RECORDS    : ', WS-CNT-PENCONTR
           END-IF
           IF GARNREM-OUT-OPEN
               DISPLAY 'GARNREM  RECORDS    : ', WS-CNT-GARNREM
           END-IF
           IF CONTRRPT-OUT-OPEN
               DISPLAY 'CONTRRPT RECORDS    : ', WS-CNT-CONTRRPT
           END-IF
           IF ADJCF-OUT-OPEN
               DISPLAY 'PAYADJCF RECORDS    : ', WS-CNT-ADJCF
           END-IF
           DISPLAY 'POSTINGS MERGED     : ', WS-CNT-PAYPOST
           IF OFFCYCLE-RUN
               DISPLAY 'OFF-CYCLE PAID      : ', WS-CNT-OFCPAID
           END-IF
           DISPLAY 'GROSS               : ', WS-CTL-GROSS
           DISPLAY 'NET                 : ', WS-CTL-NET
           IF WS-ERROR-COUNT > ZERO
               DISPLAY 'MERGE INCOMPLETE - ' WS-ERROR-COUNT
                   ' PROBLEM(S) - CHECKPOINTS LEFT UNMARKED'
               DISPLAY 'NOTHING APPENDED TO PAYPOST.DAT OR '
                   'OFCPAID.DAT'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'POSTING LOGS APPENDED'
               PERFORM 6000-MARK-MERGED-PARA
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
           END-IF.
