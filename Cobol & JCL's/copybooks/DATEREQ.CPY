      *****************************************************
      *  DATEREQ.CPY                                       *
      *  REQUEST BLOCK FOR THE SHARED CALENDAR DATE         *
      *  ARITHMETIC SUBPROGRAM (DATECALC).  ALL DATES ARE   *
      *  YYYYMMDD AND ARE WORKED ON THE TRUE GREGORIAN      *
      *  CALENDAR - REAL MONTH LENGTHS AND LEAP YEARS, NOT  *
      *  30-DAY MONTHS.  THE CALLER SETS DTQ-FUNCTION AND   *
      *  THE INPUTS IT NEEDS: DB DAYS FROM DATE-1 TO DATE-2 *
      *  (NEGATIVE WHEN DATE-2 IS EARLIER); AD DATE-1 PLUS  *
      *  DTQ-COUNT DAYS (COUNT MAY BE NEGATIVE); AM DATE-1  *
      *  PLUS DTQ-COUNT MONTHS, HELD TO THE LAST DAY OF A   *
      *  SHORTER MONTH (JAN 31 PLUS ONE MONTH IS FEB 28 OR  *
      *  29); DW DAY OF THE WEEK OF DATE-1 (1 MONDAY TO 7   *
      *  SUNDAY); LD LAST DAY OF DATE-1'S MONTH; BD         *
      *  BUSINESS DAYS FROM DATE-1 TO DATE-2 INCLUSIVE, NOT *
      *  COUNTING SATURDAYS, SUNDAYS OR PUBLIC HOLIDAYS ON  *
      *  HOLCAL.DAT FOR DTQ-REGION.  DTQ-RETURN IS 0 WHEN   *
      *  THE ANSWER IS GOOD, 1 WHEN AN INPUT DATE IS NOT A  *
      *  REAL CALENDAR DATE AND 2 FOR AN UNKNOWN FUNCTION;  *
      *  THE RESULT FIELDS ARE ZERO IF DTQ-RETURN IS NOT 0. *
      *****************************************************
       01  DATECALC-REQUEST.
           03  DTQ-FUNCTION        PIC X(02).
               88  DTQ-DAYS-BETWEEN           VALUE 'DB'.
               88  DTQ-ADD-DAYS               VALUE 'AD'.
               88  DTQ-ADD-MONTHS             VALUE 'AM'.
               88  DTQ-DAY-OF-WEEK            VALUE 'DW'.
               88  DTQ-LAST-DAY               VALUE 'LD'.
               88  DTQ-BUSINESS-DAYS          VALUE 'BD'.
           03  DTQ-DATE-1          PIC 9(08).
           03  DTQ-DATE-2          PIC 9(08).
           03  DTQ-COUNT           PIC S9(07).
           03  DTQ-REGION          PIC X(04).
           03  DTQ-RESULT-DATE     PIC 9(08).
           03  DTQ-RESULT-DAYS     PIC S9(07).
           03  DTQ-WEEKDAY         PIC 9(01).
           03  DTQ-RETURN          PIC X(01).
               88  DTQ-OK                     VALUE '0'.
               88  DTQ-BAD-DATE               VALUE '1'.
               88  DTQ-BAD-FUNCTION           VALUE '2'.
