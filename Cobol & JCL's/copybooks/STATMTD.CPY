      *****************************************************
      *  STATMTD.CPY                                       *
      *  STATUTORY MONTH-TO-DATE STORE (STATMTD.DAT).       *
      *  STATDED.DAT, SIEMPLR.DAT AND JRNL.DAT ONLY EVER    *
      *  HOLD THE LATEST PAY RUN, SO EMPSTMTD RETAINS EACH  *
      *  RUN'S SHARE HERE FOR THE MONTH-END RETURNS         *
      *  (EMPSTRTN): ONE 'E' RECORD PER EMPLOYEE PAID WITH  *
      *  THEIR TAX AND SI SHARES, AND ONE 'C' RECORD PER    *
      *  COMPANY AND PAYABLE ACCOUNT WITH WHAT THE JOURNAL  *
      *  CREDITED.  A RUN IS HELD PER PAY GROUP AND GROUP   *
      *  PERIOD, SO A RERUN OF THE SAME PERIOD REPLACES     *
      *  ITS OWN RECORDS THE WAY PAY HISTORY DOES, WHILE    *
      *  ANOTHER GROUP'S RUNS IN THE MONTH ARE KEPT.  A     *
      *  REGULAR RUN HAS A ZERO SMT-RUN-STAMP; EACH         *
      *  OFF-CYCLE RUN IS KEPT UNDER ITS OWN DATE AND TIME, *
      *  AND NEVER HAS 'C' RECORDS BECAUSE AN OFF-CYCLE RUN *
      *  IS NOT JOURNALLED.  SMT-MONTH IS THE RETURN MONTH: *
      *  THE PERIOD FOR THE STANDARD (BLANK) GROUP, THE     *
      *  PAY DATE'S MONTH FOR ANY OTHER - AS EMPSTRTN READS *
      *  PAY HISTORY.  EMPPAYRV DROPS A REVERSED STANDARD   *
      *  PERIOD'S RECORDS.                                  *
      *****************************************************
       01  STAT-MTD-RECORD.
           03  SMT-KEY.
               05  SMT-PAY-GROUP   PIC X(02).
               05  SMT-PERIOD      PIC 9(06).
               05  SMT-RUN-STAMP   PIC 9(12).
               05  SMT-REC-TYPE    PIC X(01).
                   88  SMT-CREDIT-REC        VALUE 'C'.
                   88  SMT-EMPLOYEE-REC      VALUE 'E'.
               05  SMT-ITEM        PIC X(09).
               05  SMT-CREDIT-ITEM REDEFINES SMT-ITEM.
                   07  SMT-COMPANY PIC X(03).
                   07  SMT-ACCOUNT PIC X(06).
               05  SMT-EMP-ITEM REDEFINES SMT-ITEM.
                   07  SMT-EMP-ID  PIC X(05).
                   07  FILLER      PIC X(04).
           03  SMT-MONTH           PIC 9(06).
           03  SMT-AMOUNT          PIC 9(09)V99.
           03  SMT-SI-EE           PIC 9(09)V99.
           03  SMT-SI-ER           PIC 9(09)V99.
           03  FILLER              PIC X(11).
