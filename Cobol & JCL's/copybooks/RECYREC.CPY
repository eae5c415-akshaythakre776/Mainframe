      *    03  EMP-ID NOT ON MASTER (CHANGE/DELETE)         *
      *    04  REWRITE FAILED                               *
      *    05  DELETE FAILED                                *
      *    11  INVALID CERTIFICATION DATE ('K')             *
      *    12  CERTIFICATION ALREADY LATER ('K')            *
      *    13  NO VACANT APPROVED POSITION (POSMAST.DAT)    *
      *    14  NO VACANCY AT A FITTING GRADE                *
      *    15  INVALID TERMINATION REASON ('D')             *
      *    16  EFFECTIVE DATE IN A CLOSED PERIOD (EMPTRNRL) *
      *    17  EARNINGS NOT THE PAY-STRUCTURE TOTAL         *
      *****************************************************
       01  RECYCLE-RECORD.
           03  RCY-STATUS          PIC X(01).
