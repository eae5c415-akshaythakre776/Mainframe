      *****************************************************
      *  PAYPOST.CPY                                       *
      *  PAY-RUN POSTING LOG (PAYPOST.DAT).  EVERY FINAL OR *
      *  OFF-CYCLE EMPPAY RUN APPENDS ONE RECORD FOR EACH   *
      *  MOVEMENT IT COMMITS TO A LEDGER - A LOAN           *
      *  INSTALLMENT TAKEN (LON), A COURT ORDER APPLIED     *
      *  (GRN, WITH THE ARREARS THE ORDER CARRIED BEFORE    *
      *  THE RUN), AN OVERPAYMENT RECOVERED (OVR) OR A      *
      *  HELD-AT-ZERO SHORTFALL POSTED (SHT) - AND CLOSES   *
      *  WITH ONE RUN RECORD CARRYING THE REGISTER'S GROSS, *
      *  TAX, DEDUCTIONS AND NET.  THE LEDGER MASTERS ONLY  *
      *  HOLD BALANCES, SO THIS LOG IS WHAT LETS EMPPAYRV   *
      *  BACK A POSTED PERIOD OUT EXACTLY AND PROVE THE     *
      *  REVERSAL AGAINST THE ORIGINAL RUN.  EMPPAYRV MARKS *
      *  EACH RECORD IT UNDOES AS REVERSED, SO A PERIOD CAN *
      *  NEVER BE BACKED OUT TWICE.  PPS-PAY-GROUP IS THE   *
      *  PAY GROUP OF THE EMPLOYEE A MOVEMENT WAS TAKEN     *
      *  FROM, AND A RUN WRITES ONE RUN RECORD PER PAY      *
      *  GROUP IT PAID.                                     *
      *****************************************************
       01  PAY-POSTING-RECORD.
           03  PPS-PERIOD          PIC 9(06).
           03  PPS-TYPE            PIC X(03).
               88  PPS-RUN-TOTALS            VALUE 'RUN'.
               88  PPS-LOAN                  VALUE 'LON'.
               88  PPS-ORDER                 VALUE 'GRN'.
               88  PPS-RECOVERY              VALUE 'OVR'.
               88  PPS-SHORTFALL             VALUE 'SHT'.
           03  PPS-STATUS          PIC X(01).
               88  PPS-POSTED                VALUE SPACE.
               88  PPS-REVERSED              VALUE 'R'.
           03  PPS-RUN-DATE        PIC 9(08).
           03  PPS-MOVEMENT.
               05  PPS-EMP-ID      PIC X(05).
               05  PPS-REF         PIC 9(02).
               05  PPS-AMOUNT      PIC 9(7)V99.
               05  PPS-PRIOR       PIC 9(7)V99.
               05  PPS-CLOSED      PIC X(01).
                   88  PPS-LOAN-CLOSED       VALUE 'Y'.
               05  FILLER          PIC X(30).
           03  PPS-TOTALS REDEFINES PPS-MOVEMENT.
               05  PPS-GROSS       PIC 9(11)V99.
               05  PPS-TAX         PIC 9(11)V99.
               05  PPS-DEDN        PIC 9(11)V99.
               05  PPS-NET         PIC 9(11)V99.
               05  FILLER          PIC X(04).
           03  PPS-PAY-GROUP       PIC X(02).
           03  FILLER              PIC X(04).
