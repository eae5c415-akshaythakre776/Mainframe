      *  TABLE - GROSS, STATUTORY TAX, DEDUCTIONS AND NET   *
      *  PER ACTIVE EMPLOYEE.  SHARED BY ANY PROGRAM THAT   *
      *  CONSUMES THE PAY RESULTS SO THE LAYOUT ONLY HAS    *
      *  TO CHANGE IN ONE PLACE.  NP-PAY-GROUP IS THE PAY   *
      *  GROUP THE EMPLOYEE WAS PAID IN.                    *
      *****************************************************
       01  NETPAY-RECORD.
           03  NP-EMP-ID           PIC X(05).
           03  NP-TAX              PIC 9(7)V99.
           03  NP-DEDN             PIC 9(7)V99.
           03  NP-NET              PIC 9(7)V99.
           03  NP-PAY-GROUP        PIC X(02).
