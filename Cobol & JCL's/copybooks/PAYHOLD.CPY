      *****************************************************
      *  PAYHOLD.CPY                                       *
      *  PAYMENT HOLD RECORD (PAYHOLD.DAT, INDEXED ON       *
      *  PHD-EMP-ID).  ONE RECORD PER EMPLOYEE WHOSE NET    *
      *  PAY PAYROLL HAS STOPPED - A FRAUD INVESTIGATION, A *
      *  DISPUTED FINAL SETTLEMENT, A BANK ACCOUNT UNDER    *
      *  QUERY - WITHOUT STOPPING THE PAY CALCULATION OR    *
      *  TOUCHING BNKMAST.DAT.  PLACED AND RELEASED THROUGH *
      *  PAYHMNT FROM HOLDTRAN.DAT, WITH THE REASON, WHO    *
      *  PLACED IT AND WHEN.  WHILE PHD-HELD, EMPBANK KEEPS *
      *  EACH NET OFF BANKFILE.DAT, WRITES IT TO THE        *
      *  HELD-PAYMENTS REGISTER (HELDPAY.DAT, SOURCE        *
      *  EMPBANK) AND ADDS IT TO PHD-HELD-AMT.  ONCE        *
      *  PHD-RELEASED, THE NEXT EMPBANK RUN - NIGHTLY OR    *
      *  OFF-CYCLE - CREDITS PHD-HELD-AMT TO THE MAIN       *
      *  BNKMAST.DAT ACCOUNT AND DELETES THE RECORD.        *
      *  EMPHLDAG AGES WHAT IS STILL HELD.                  *
      *****************************************************
       01  PAY-HOLD-RECORD.
           03  PHD-EMP-ID          PIC X(05).
           03  PHD-STATUS          PIC X(01).
               88  PHD-HELD                   VALUE 'H'.
               88  PHD-RELEASED               VALUE 'R'.
           03  PHD-REASON          PIC X(20).
           03  PHD-PLACED-BY       PIC X(08).
           03  PHD-PLACED-DATE     PIC 9(08).
           03  PHD-RELEASED-BY     PIC X(08).
           03  PHD-RELEASED-DATE   PIC 9(08).
           03  PHD-HELD-COUNT      PIC 9(03).
           03  PHD-HELD-AMT        PIC 9(9)V99.
           03  PHD-FIRST-HELD      PIC 9(08).
           03  PHD-LAST-HELD       PIC 9(08).
           03  FILLER              PIC X(12).
