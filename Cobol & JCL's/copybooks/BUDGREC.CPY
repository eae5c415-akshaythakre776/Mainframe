      *  DEPARTMENT PER BUDGET YEAR, CARRYING THE APPROVED  *
      *  ESTABLISHMENT HEADCOUNT AND SALARY BUDGET.  READ   *
      *  BY EMPBUDG TO PUT BUDGET NEXT TO THE ACTUALS       *
      *  COUNTED OFF EMPMAST.DAT.  BUD-BONUS-POOL IS THE    *
      *  ANNUAL DISCRETIONARY BONUS POOL FOR THE ROW,       *
      *  SHARED OUT BY EMPBONUS.  BUD-TRAIN-BUDGET IS THE   *
      *  ANNUAL TRAINING BUDGET THE ROW'S COURSE            *
      *  COMPLETIONS ARE CHARGED AGAINST (EMPTRSPD).        *
      *****************************************************
       01  BUDGET-RECORD.
           03  BUD-YEAR            PIC 9(04).
           03  BUD-DEPT            PIC X(04).
           03  BUD-HEADCOUNT       PIC 9(05).
           03  BUD-SALARY          PIC 9(09)V99.
           03  BUD-BONUS-POOL      PIC 9(09)V99.
           03  BUD-TRAIN-BUDGET    PIC 9(09)V99.
