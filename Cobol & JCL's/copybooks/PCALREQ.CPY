      *  PAY DATE.  WHEN PAYCAL.DAT IS MISSING OR NO        *
      *  PERIOD COVERS THE DATE, THE CALENDAR MONTH IS      *
      *  RETURNED WITH PCQ-FOUND 'D' SO EVERY CALLER KEEPS  *
      *  TODAY'S BEHAVIOUR UNCHANGED.  PCQ-GROUP PICKS THE  *
      *  PAY GROUP'S OWN CALENDAR; A GROUP WITH NO PERIOD   *
      *  COVERING THE DATE FALLS BACK TO THE STANDARD       *
      *  (BLANK) CALENDAR.  PCQ-PER-YEAR ANSWERS THE        *
      *  PERIODS A YEAR, 12 WHEN DEFAULTED.  PCQ-GROUP IS   *
      *  ANSWERED WITH THE GROUP WHOSE ROWS WERE USED -     *
      *  BLANK AFTER A FALLBACK.                            *
      *****************************************************
       01  PAYCAL-REQUEST.
           03  PCQ-DATE            PIC 9(08).
           03  PCQ-GROUP           PIC X(02).
           03  PCQ-FOUND           PIC X(01).
               88  PCQ-REC-FOUND              VALUE 'Y'.
               88  PCQ-DEFAULTED              VALUE 'D'.
           03  PCQ-END             PIC 9(08).
           03  PCQ-CUTOFF          PIC 9(08).
           03  PCQ-PAY-DATE        PIC 9(08).
           03  PCQ-PER-YEAR        PIC 9(02).
