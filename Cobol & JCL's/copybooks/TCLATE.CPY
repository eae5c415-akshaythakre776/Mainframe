      *****************************************************
      *  TCLATE.CPY                                        *
      *  LATE TIMECARD RECORD (TCLATE.DAT).  WRITTEN FRESH  *
      *  EACH NIGHT BY EMPTCAPP FOR EVERY CARD APPROVED     *
      *  AFTER THE CUTOFF OF THE PAY PERIOD ITS WORK DATE   *
      *  FALLS IN (PAYCAL.DAT VIA PAYCALLK) - THE CARD      *
      *  ITSELF, THE DATE AND APPROVER THAT RELEASED IT,    *
      *  THE WORK PERIOD AND THAT PERIOD'S CUTOFF.  THE     *
      *  CARD STILL BILLS THROUGH TIMEAPPR.DAT, BUT EMPOVT, *
      *  EMPSHDIF AND THE CONTRACTOR HOURS IN EMPPAY LEAVE  *
      *  IT ALONE; EMPLTCRD PRICES IT AS 'LT' ARREARS       *
      *  INSTEAD.                                           *
      *****************************************************
       01  LATE-CARD-RECORD.
           03  LTC-CARD.
               05  LTC-EMP-ID      PIC X(05).
               05  LTC-WORK-DATE.
                   07  LTC-WORK-YR PIC 9(04).
                   07  LTC-WORK-MM PIC 9(02).
                   07  LTC-WORK-DD PIC 9(02).
               05  LTC-HOURS       PIC 9(2)V9.
               05  LTC-PROJECT     PIC X(08).
               05  LTC-SHIFT       PIC X(01).
           03  LTC-APPR-DATE       PIC 9(08).
           03  LTC-APPROVER        PIC X(08).
           03  LTC-WORK-PERIOD     PIC 9(06).
           03  LTC-CUTOFF          PIC 9(08).
