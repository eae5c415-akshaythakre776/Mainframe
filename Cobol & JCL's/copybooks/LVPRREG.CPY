      *****************************************************
      *  LVPRREG.CPY                                       *
      *  LEAVE LIABILITY REGISTER RECORD.  EMPLVPRV WRITES *
      *  ONE PER EMPLOYEE STILL EMPLOYED AT EACH MONTH-END *
      *  VALUATION TO LVPRYYYYMM.DAT, NAMED FOR THE PERIOD *
      *  SO LAST MONTH'S REGISTER IS STILL THERE TO        *
      *  COMPARE AGAINST AND A RERUN SIMPLY REPLACES THE   *
      *  MONTH.  LP-DAYS IS THE PAID LEAVE OWED - THE      *
      *  ANNUAL BALANCE ON LEVMAST.DAT PLUS THIS YEAR'S    *
      *  BALANCE OF EVERY TYPED LEDGER LVPRPARM.DAT NAMES  *
      *  AS PAID - WITH AN OVERDRAWN LEDGER COUNTING AS    *
      *  NIL.  LP-LOCAL-AMT IS THOSE DAYS AT LP-DAILY-RATE *
      *  (ONE-THIRTIETH OF EMP-EARN) IN THE LOCATION'S OWN *
      *  CURRENCY AND LP-CORP-AMT THE SAME AMOUNT AT THE   *
      *  REGION'S CURRMAST.DAT RATE (LP-RATE 1 WHEN THE    *
      *  REGION HAS NO RATE).  LP-CC IS THE COST CENTER OF *
      *  EMP-LOC ('******' WHEN IT IS NOT ON CCMAST.DAT).  *
      *****************************************************
       01  LEAVE-PROV-REG-RECORD.
           03  LP-EMP-ID           PIC X(05).
           03  LP-PERIOD           PIC 9(06).
           03  LP-DEPT             PIC X(04).
           03  LP-LOC              PIC X(03).
           03  LP-CC               PIC X(06).
           03  LP-REGION           PIC X(04).
           03  LP-CURR-CODE        PIC X(03).
           03  LP-DAYS             PIC 9(4)V9.
           03  LP-DAILY-RATE       PIC 9(5)V99.
           03  LP-LOCAL-AMT        PIC 9(7)V99.
           03  LP-RATE             PIC 9(03)V9(06).
           03  LP-CORP-AMT         PIC 9(9)V99.
           03  FILLER              PIC X(08).
