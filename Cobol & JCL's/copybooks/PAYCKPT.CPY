      *****************************************************
      *  PAYCKPT.CPY                                        *
      *  CHECKPOINT RECORD FOR EMPPAY'S RESTART LOGIC       *
      *  (PAYCKPT.DAT), THE SAME SHAPE OF IDEA AS           *
      *  CKPTREC.CPY FOR CTRLBRK1.  A FINAL OR OFF-CYCLE    *
      *  RUN REWRITES IT EVERY WS-CKPT-INTERVAL MASTER      *
      *  RECORDS WITH THE LAST EMP-ID FULLY PROCESSED,      *
      *  EVERY RUNNING COUNT AND REGISTER TOTAL THE RUN     *
      *  CARRIES TO PAYCTL.DAT AND THE SUMMARY, AND THE     *
      *  NUMBER OF RECORDS WRITTEN SO FAR TO EACH           *
      *  SEQUENTIAL OUTPUT, SO A RESUBMITTED RUN CAN CUT    *
      *  ITS OUTPUTS BACK TO THE CHECKPOINT AND CARRY ON    *
      *  FROM THE NEXT EMPLOYEE.  PCK-CNT-PAYPOST AND       *
      *  PCK-CNT-OFCPAID COUNT THE WHOLE FILE, BECAUSE BOTH *
      *  ARE EXTENDED RUN AFTER RUN.                        *
      *  A PARTITION OF A PARALLEL PAY RUN KEEPS ITS OWN    *
      *  CHECKPOINT (PAYCKPT.PNN) CARRYING ITS PARTITION    *
      *  NUMBER AND EMP-ID RANGE; THE COMPLETE RECORD IS    *
      *  WHAT EMPPAYMG CHECKS BEFORE IT MERGES THE          *
      *  PARTITION, AND EMPPAYMG MARKS IT MERGED ('M')      *
      *  AFTERWARDS SO THE SAME PARTITION CANNOT BE POSTED  *
      *  TWICE.  PCK-TOT-NOT-DUE COUNTS THE EMPLOYEES WHOSE *
      *  PAY GROUP WAS NOT DUE ON THE RUN DATE, AND THE     *
      *  PAY-GROUP TABLE CARRIES WHAT EACH GROUP PAID SO    *
      *  FAR, UNDER THE GROUP'S OWN PERIOD.                 *
      *****************************************************
       01  PAY-CKPT-RECORD.
           03  PCK-STATUS          PIC X(01).
               88  PCK-INCOMPLETE             VALUE 'I'.
               88  PCK-COMPLETE               VALUE 'C'.
               88  PCK-MERGED                 VALUE 'M'.
           03  PCK-PERIOD          PIC 9(06).
           03  PCK-RUN-MODE        PIC X(05).
           03  PCK-RUN-DATE        PIC 9(08).
           03  PCK-LAST-EMP-ID     PIC X(05).
           03  PCK-COUNTS.
               05  PCK-TOT-READ    PIC 9(05).
               05  PCK-TOT-PAID    PIC 9(05).
               05  PCK-TOT-SKIPPED PIC 9(05).
               05  PCK-TOT-HELD    PIC 9(05).
               05  PCK-TOT-VARIANCE PIC 9(05).
               05  PCK-TOT-LOA     PIC 9(05).
               05  PCK-TOT-PEN-MEMBERS PIC 9(05).
               05  PCK-TOT-LOANS-CLOSED PIC 9(05).
               05  PCK-TOT-GARN-SHORT PIC 9(05).
               05  PCK-TOT-DECLARANTS PIC 9(05).
               05  PCK-TOT-CONTRACTORS PIC 9(05).
               05  PCK-TOT-PRORATED PIC 9(05).
               05  PCK-TOT-OFC-SKIPPED PIC 9(05).
               05  PCK-TOT-NOT-LISTED PIC 9(05).
               05  PCK-TOT-GROSS-FLOORED PIC 9(05).
               05  PCK-TOT-PERK-HOLDERS PIC 9(05).
               05  PCK-TOT-STRUCTURED PIC 9(05).
               05  PCK-TOT-STR-MISMATCH PIC 9(05).
               05  PCK-TOT-NOT-DUE PIC 9(05).
           03  PCK-TOTALS.
               05  PCK-GRAND-GROSS PIC 9(09)V99.
               05  PCK-GRAND-TAX   PIC 9(09)V99.
               05  PCK-GRAND-DEDN  PIC 9(09)V99.
               05  PCK-GRAND-NET   PIC 9(09)V99.
               05  PCK-GRAND-SI-EE PIC 9(09)V99.
               05  PCK-GRAND-SI-ER PIC 9(09)V99.
               05  PCK-GRAND-PEN-EE PIC 9(09)V99.
               05  PCK-GRAND-PEN-ER PIC 9(09)V99.
               05  PCK-GRAND-LOAN  PIC 9(09)V99.
               05  PCK-GRAND-GARN  PIC 9(09)V99.
               05  PCK-GRAND-RECOVERED PIC 9(09)V99.
               05  PCK-GRAND-SHORTFALL PIC 9(09)V99.
               05  PCK-GRAND-CLAIMS PIC 9(09)V99.
               05  PCK-GRAND-INS   PIC 9(09)V99.
               05  PCK-GRAND-CONTR-GROSS PIC 9(09)V99.
               05  PCK-GRAND-ADJ   PIC S9(09)V99.
               05  PCK-GRAND-RELIEF PIC S9(09)V99.
               05  PCK-GRAND-PERK  PIC 9(09)V99.
           03  PCK-OUTPUT-COUNTS.
               05  PCK-CNT-REPORT  PIC 9(07).
               05  PCK-CNT-CONTR   PIC 9(07).
               05  PCK-CNT-STATDED PIC 9(07).
               05  PCK-CNT-SIEMPLR PIC 9(07).
               05  PCK-CNT-PENCONTR PIC 9(07).
               05  PCK-CNT-GARNREM PIC 9(07).
               05  PCK-CNT-PAYPOST PIC 9(07).
               05  PCK-CNT-OFCPAID PIC 9(07).
           03  PCK-PARTITION.
               05  PCK-PART-NO     PIC 9(02).
               05  PCK-LOW-ID      PIC X(05).
               05  PCK-HIGH-ID     PIC X(05).
           03  PCK-GROUP-COUNT     PIC 9(02).
           03  PCK-GROUP-ENTRY     OCCURS 10 TIMES.
               05  PCK-GRP-CODE    PIC X(02).
               05  PCK-GRP-PERIOD  PIC 9(06).
               05  PCK-GRP-PAID    PIC 9(05).
               05  PCK-GRP-GROSS   PIC 9(09)V99.
               05  PCK-GRP-TAX     PIC 9(09)V99.
               05  PCK-GRP-DEDN    PIC 9(09)V99.
               05  PCK-GRP-NET     PIC 9(09)V99.
