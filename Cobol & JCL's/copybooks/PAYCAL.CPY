      *  PAYCALLK LOOKUP INSTEAD OF EACH DERIVING THE       *
      *  CALENDAR MONTH; A DATE NO PERIOD COVERS FALLS      *
      *  BACK TO THE CALENDAR MONTH, SO A MISSING FILE      *
      *  LEAVES THE CYCLE EXACTLY AS IT WAS.  PCL-GROUP     *
      *  NAMES THE PAY GROUP A PERIOD BELONGS TO - BLANK    *
      *  FOR THE STANDARD MONTHLY CALENDAR EVERY EMPLOYEE   *
      *  WITHOUT A GROUP FOLLOWS - AND PCL-PER-YEAR SAYS    *
      *  HOW MANY PERIODS THE GROUP PAYS IN A YEAR (12, 26, *
      *  52), WHICH IS WHAT EMPPAY DE-ANNUALISES BY.  A     *
      *  GROUP'S PERIOD IS NUMBERED YYYYNN, NN ITS PAY      *
      *  NUMBER IN THE YEAR, SO THE PREVIOUS PERIOD, THE    *
      *  YEAR TO DATE AND A RERUN ALL WORK AS THEY DO FOR   *
      *  THE MONTHLY YYYYMM.                                *
      *****************************************************
       01  PAYCAL-RECORD.
           03  PCL-PERIOD          PIC 9(06).
           03  PCL-END             PIC 9(08).
           03  PCL-CUTOFF          PIC 9(08).
           03  PCL-PAY-DATE        PIC 9(08).
           03  PCL-GROUP           PIC X(02).
           03  PCL-PER-YEAR        PIC 9(02).
