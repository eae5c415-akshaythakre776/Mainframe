      *****************************************************
      *  TERMHIST.CPY                                      *
      *  TERMINATION HISTORY RECORD (TERMHIST.DAT).  ONE   *
      *  RECORD APPENDED BY EMPMAINT FOR EVERY 'D'         *
      *  TERMINATION APPLIED - WHO LEFT, WHEN, WHY, FROM   *
      *  WHICH LOCATION, DEPARTMENT AND EMP-TECH, AND THE  *
      *  HIRE DATE THE SERVICE RAN FROM - SO TURNOVER CAN  *
      *  BE MEASURED WITHOUT REPLAYING EMPAUDIT.DAT.       *
      *  EMPTURN PRINTS THE ROLLING TWELVE-MONTH TURNOVER  *
      *  AND EARLY-ATTRITION RATES FROM HERE.  THE REASON  *
      *  CODES ARE THE TRAN-TERM-REASON VALUES (TRANREC).  *
      *****************************************************
       01  TERM-HIST-RECORD.
           03  TRM-EMP-ID          PIC X(05).
           03  TRM-EFF-DATE.
               05  TRM-EFF-YR      PIC 9(04).
               05  TRM-EFF-MM      PIC 9(02).
               05  TRM-EFF-DD      PIC 9(02).
           03  TRM-REASON          PIC X(02).
               88  TRM-VOLUNTARY              VALUE 'RS' 'RT'.
           03  TRM-LOC             PIC X(03).
           03  TRM-DEPT            PIC X(04).
           03  TRM-TECH            PIC X(05).
           03  TRM-HIRE-DATE.
               05  TRM-HIRE-YR     PIC 9(04).
               05  TRM-HIRE-MM     PIC 9(02).
               05  TRM-HIRE-DD     PIC 9(02).
           03  TRM-POST-DATE       PIC 9(08).
           03  FILLER              PIC X(07).
