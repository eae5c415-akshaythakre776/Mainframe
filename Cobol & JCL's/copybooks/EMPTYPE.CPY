      *  FLAT EMP-EARN, IS EXCLUDED FROM EMPLEAVE ACCRUAL   *
      *  AND FROM THE EMPTREND/EMPBUDG SALARY AVERAGES,     *
      *  AND APPEARS ON THE CONTRACTOR PAY REGISTER.        *
      *  ETY-PAY-GROUP NAMES THE EMPLOYEE'S PAY GROUP - ITS *
      *  OWN CALENDAR AND PAY FREQUENCY ON PAYCAL.DAT, SUCH *
      *  AS WK WEEKLY OR FN FORTNIGHTLY - AND MAY BE SET    *
      *  FOR A SALARIED EMPLOYEE TOO.  BLANK IS THE         *
      *  STANDARD MONTHLY CALENDAR.                         *
      *****************************************************
       01  EMPTYPE-RECORD.
           03  ETY-EMP-ID          PIC X(05).
           03  ETY-TYPE            PIC X(01).
               88  ETY-CONTRACTOR             VALUE 'C'.
           03  ETY-PAY-RATE        PIC 9(3)V99.
           03  ETY-PAY-GROUP       PIC X(02).
