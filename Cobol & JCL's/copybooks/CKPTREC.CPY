      *  WRITTEN EVERY WS-CKPT-INTERVAL DETAIL RECORDS SO   *
      *  A RERUN AFTER AN ABEND CAN SKIP PAST WORK ALREADY  *
      *  REPORTED INSTEAD OF STARTING THE RUN OVER.         *
      *  CKPT-BRK-FIELDS HOLDS THE BREAK LEVELS THE RUN WAS *
      *  USING (RPTPARM.CPY) - A RESTART UNDER A DIFFERENT  *
      *  CARD CANNOT PICK UP THE SAME TOTALS, SO CTRLBRK1   *
      *  STARTS SUCH A RUN OVER.  ONE CKPT-LEVEL ENTRY PER  *
      *  BREAK LEVEL, OUTERMOST FIRST; THE MIN/MAX EARNER   *
      *  BELONGS TO THE INNERMOST LEVEL.  CKPT-RUN-* IS THE *
      *  CURRENT LOCATION'S AMOUNTS NOT YET RESTATED INTO   *
      *  THE CORPORATE CURRENCY.                            *
      *****************************************************
       01  CKPT-RECORD.
           03  CKPT-STATUS         PIC X(01).
           03  CKPT-RECS-DONE      PIC 9(07).
           03  CKPT-TOT-DETAIL     PIC 9(07).
           03  CKPT-PAGE-COUNT     PIC 9(02).
           03  CKPT-BRK-FIELDS     PIC X(08).
           03  CKPT-LEVEL          OCCURS 4 TIMES.
               05  CKPT-LVL-VALUE  PIC X(06).
               05  CKPT-LVL-EMP    PIC 9(03).
               05  CKPT-LVL-EARN   PIC 9(06)V99.
               05  CKPT-LVL-DEDN   PIC 9(06)V99.
               05  CKPT-LVL-SAL    PIC 9(06)V99.
           03  CKPT-MIN-SAL        PIC 9(06)V99.
           03  CKPT-MIN-ID         PIC X(05).
           03  CKPT-MAX-SAL        PIC 9(06)V99.
           03  CKPT-MAX-ID         PIC X(05).
           03  CKPT-COMP-EMP       PIC 9(03).
           03  CKPT-COMP-EARN      PIC 9(06)V99.
           03  CKPT-COMP-DEDN      PIC 9(06)V99.
           03  CKPT-CORP-EARN      PIC 9(09)V99.
           03  CKPT-CORP-DEDN      PIC 9(09)V99.
           03  CKPT-CORP-SAL       PIC 9(09)V99.
           03  CKPT-RUN-LOC        PIC X(03).
           03  CKPT-RUN-EMP        PIC 9(03).
           03  CKPT-RUN-EARN       PIC 9(06)V99.
           03  CKPT-RUN-DEDN       PIC 9(06)V99.
           03  CKPT-RUN-SAL        PIC 9(06)V99.
