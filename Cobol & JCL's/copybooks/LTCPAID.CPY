      *****************************************************
      *  LTCPAID.CPY                                       *
      *  LATE TIMECARD ARREARS PAID THIS RUN (LTCPAID.DAT). *
      *  WRITTEN FRESH EACH NIGHT BY EMPLTCRD - ONE RECORD  *
      *  PER EMPLOYEE PER ORIGINAL WORK PERIOD, THE SAME    *
      *  AMOUNTS THAT GO TO PAYROLL AS 'LT' ADJUSTMENTS ON  *
      *  LTCADJ.DAT.  EMPSLIP PRINTS EACH AS ITS OWN        *
      *  PAY-SLIP LINE SO THE EMPLOYEE CAN SEE WHICH MONTH  *
      *  THE ARREARS WERE WORKED IN.                        *
      *****************************************************
       01  LATE-PAID-RECORD.
           03  LTP-EMP-ID          PIC X(05).
           03  LTP-WORK-PERIOD     PIC 9(06).
           03  LTP-PAY-PERIOD      PIC 9(06).
           03  LTP-HOURS           PIC 9(3)V9.
           03  LTP-AMOUNT          PIC 9(7)V99.
