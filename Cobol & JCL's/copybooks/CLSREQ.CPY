      *****************************************************
      *  CLSREQ.CPY                                        *
      *  REQUEST BLOCK FOR THE SHARED CLOSED-PERIOD LOOKUP  *
      *  SUBPROGRAM (CLOSLKUP).  THE CALLER SETS CLQ-PERIOD *
      *  (YYYYMM) AND GETS BACK WHETHER THAT PERIOD HAS     *
      *  BEEN FORMALLY CLOSED BY EMPCLOSE (A CONTROL RECORD *
      *  ON CLOSECTL.DAT) WITH ITS CLOSE DATE, PLUS         *
      *  CLQ-NEXT-OPEN - THE PERIOD AFTER THE LATEST ONE    *
      *  CLOSED, ZERO WHEN NOTHING HAS EVER BEEN CLOSED.  A *
      *  POSTING PROGRAM THAT ROLLS A CLOSED-PERIOD ITEM    *
      *  FORWARD MOVES IT INTO THE LATER OF ITS OWN CURRENT *
      *  PERIOD AND CLQ-NEXT-OPEN.  NO CLOSECTL.DAT SIMPLY  *
      *  MEANS NO PERIOD IS CLOSED, AS BEFORE.              *
      *****************************************************
       01  CLOSLKUP-REQUEST.
           03  CLQ-PERIOD          PIC 9(06).
           03  CLQ-FOUND           PIC X(01).
               88  CLQ-PERIOD-CLOSED          VALUE 'Y'.
               88  CLQ-PERIOD-OPEN            VALUE 'N'.
           03  CLQ-CLOSE-DATE      PIC 9(08).
           03  CLQ-NEXT-OPEN       PIC 9(06).
