      *****************************************************
      *  PAYSTRC.CPY                                       *
      *  PAY STRUCTURE RECORD (PAYSTRC.DAT, INDEXED ON      *
      *  PSC-KEY - EMP-ID, COMPONENT CODE AND EFFECTIVE     *
      *  DATE).  ONE RECORD PER COMPONENT OF AN EMPLOYEE'S  *
      *  MONTHLY SALARY PER DATE IT CHANGED; THE            *
      *  COMPONENT'S AMOUNT FOR A DATE IS THE RECORD WITH   *
      *  THE LATEST EFFECTIVE DATE NOT AFTER IT, AND A ZERO *
      *  AMOUNT ENDS THE COMPONENT.  PAYSMNT MAINTAINS THE  *
      *  FILE FROM STRTRAN.DAT AND KEEPS EMP-EARN EQUAL TO  *
      *  THE SUM OF THE COMPONENTS THROUGH EFFECTIVE-DATED  *
      *  CHANGES FOR EMPMAINT.  EMPPAY TAKES TAX, SOCIAL    *
      *  INSURANCE AND PENSION EACH ON ITS OWN COMPONENTS   *
      *  (PAYCOMP.DAT) AND, ON A FINAL RUN, WRITES THE      *
      *  AMOUNT PAID BACK TO THE RECORD - THE LAST PERIOD   *
      *  AND VALUE, REPLACED ON A RERUN OF THE SAME PERIOD, *
      *  AND THE YEAR TO DATE, ROLLED TO THE PRIOR-YEAR     *
      *  FIELDS AT THE FIRST RUN OF A NEW YEAR.  EMPSLIP    *
      *  LISTS THE COMPONENTS PAID FROM THE SAME FIELDS.    *
      *  PAYSTRLK ANSWERS THE COMPONENT TOTALS FOR AN       *
      *  EMPLOYEE AND DATE.                                 *
      *****************************************************
       01  PAY-STRUCT-RECORD.
           03  PSC-KEY.
               05  PSC-EMP-ID      PIC X(05).
               05  PSC-COMP        PIC X(04).
               05  PSC-EFF-DATE    PIC 9(08).
           03  PSC-AMOUNT          PIC 9(5)V99.
           03  PSC-YTD-YEAR        PIC 9(04).
           03  PSC-PAID-YTD        PIC 9(7)V99.
           03  PSC-LAST-PERIOD     PIC 9(06).
           03  PSC-LAST-VALUE      PIC 9(5)V99.
           03  PSC-LAST-PAY-DATE   PIC 9(08).
           03  PSC-PRIOR-YEAR      PIC 9(04).
           03  PSC-PRIOR-YTD       PIC 9(7)V99.
           03  FILLER              PIC X(09).
