      *****************************************************
      *  PERKMAST.CPY                                      *
      *  EMPLOYEE PERQUISITE (BENEFIT-IN-KIND) MASTER       *
      *  (PERKMAST.DAT), KEYED ON PRK-EMP-ID PLUS PRK-NO SO *
      *  ONE EMPLOYEE CAN CARRY SEVERAL PERQUISITES - A     *
      *  COMPANY CAR, SUBSIDISED HOUSING, A CLUB            *
      *  MEMBERSHIP.  PRK-TYPE NAMES THE PERK ON THE        *
      *  PERKVAL.DAT VALUATION TABLE AND PRK-RULE SAYS HOW  *
      *  ITS MONTHLY TAXABLE VALUE IS SET: 'F' THE FIXED    *
      *  PRK-MONTHLY-VAL KEYED HERE, 'T' THE TABLE'S        *
      *  STANDARD MONTHLY VALUE FOR THE TYPE, 'P' THE       *
      *  TABLE'S ANNUAL PERCENTAGE OF PRK-COST (THE CAR'S   *
      *  LIST PRICE, THE HOUSING'S RENT) SPREAD OVER TWELVE *
      *  MONTHS.  THE PERK IS TAXED FOR EVERY PAY PERIOD    *
      *  THAT OVERLAPS PRK-START TO PRK-END (END ZERO =     *
      *  STILL PROVIDED).  EMPPAY ADDS THE VALUE TO THE TAX *
      *  BASE ONLY - NEVER TO GROSS OR NET - AND ON A FINAL *
      *  RUN KEEPS PRK-TAXED-YTD FOR PRK-YTD-YEAR, WITH     *
      *  PRK-LAST-PERIOD AND PRK-LAST-VALUE HOLDING THE     *
      *  LATEST RUN'S VALUE SO A RERUN OF THE SAME PERIOD   *
      *  REPLACES IT, AND PRK-LAST-PAY-DATE TYING IT TO     *
      *  THAT RUN'S NETPAY.DAT FOR THE PAY-SLIP.  THE FIRST *
      *  RUN OF A NEW YEAR MOVES THE YEAR'S TOTAL TO        *
      *  PRK-PRIOR-YEAR AND PRK-PRIOR-YTD SO EMPTAXCT CAN   *
      *  STILL CERTIFY IT.  EMPPRKRG PRINTS THE PERQUISITE  *
      *  REGISTER.                                          *
      *****************************************************
       01  PERK-RECORD.
           03  PRK-KEY.
               05  PRK-EMP-ID      PIC X(05).
               05  PRK-NO          PIC 9(02).
           03  PRK-TYPE            PIC X(03).
           03  PRK-RULE            PIC X(01).
               88  PRK-RULE-FIXED             VALUE 'F'.
               88  PRK-RULE-TABLE             VALUE 'T'.
               88  PRK-RULE-PCT-COST          VALUE 'P'.
           03  PRK-COST            PIC 9(7)V99.
           03  PRK-MONTHLY-VAL     PIC 9(5)V99.
           03  PRK-START           PIC 9(08).
           03  PRK-END             PIC 9(08).
           03  PRK-YTD-YEAR        PIC 9(04).
           03  PRK-TAXED-YTD       PIC 9(7)V99.
           03  PRK-LAST-PERIOD     PIC 9(06).
           03  PRK-LAST-VALUE      PIC 9(5)V99.
           03  PRK-LAST-PAY-DATE   PIC 9(08).
           03  PRK-PRIOR-YEAR      PIC 9(04).
           03  PRK-PRIOR-YTD       PIC 9(7)V99.
           03  FILLER              PIC X(10).
