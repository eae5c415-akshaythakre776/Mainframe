      *  THE TWELVE MONTHLY BUCKETS BREAK THE SAME YEAR    *
      *  DOWN BY CALENDAR MONTH SO "WHAT DID WE PAY IN     *
      *  MARCH" SURVIVES PAST MARCH - EMPYTD MAINTAINS     *
      *  THEM AND EMPMHIST REPORTS THEM.  YTD-PAY-GROUP IS  *
      *  THE EMPLOYEE'S PAY GROUP AS AT THE LAST RUN, SO    *
      *  THE BUCKETS CAN BE TOTALLED BY GROUP AS WELL AS    *
      *  ALL TOGETHER.                                      *
      *****************************************************
       01  YTD-RECORD.
           03  YTD-EMP-ID          PIC X(05).
               05  YTD-MONTH-ENTRY OCCURS 12 TIMES.
                   07  YTD-MTH-EARN  PIC 9(7)V99.
                   07  YTD-MTH-DEDN  PIC 9(7)V99.
           03  YTD-PAY-GROUP       PIC X(02).
