      *****************************************************
      *  CHQCTL.CPY                                        *
      *  CHEQUE-RUN CONTROL TOTALS RECORD (CHQCTL.DAT).    *
      *  ONE RECORD WRITTEN BY EACH EMPCHEQ RUN FOR THE    *
      *  NIGHT'S BANKEXC.DAT ITEMS - THE COUNT AND AMOUNT  *
      *  NOW COVERED BY A LIVE CHEQUE OR PAYMENT ORDER     *
      *  (ISSUED TONIGHT OR BY AN EARLIER RUN FOR THE SAME *
      *  PAY DATE) AND THE COUNT AND AMOUNT STILL UNPAID - *
      *  SO THE EMPFUNDS RECONCILIATION CAN COUNT THE      *
      *  CHEQUES AS PAID AND STILL PROVE THE NET TO THE    *
      *  PENNY.                                            *
      *****************************************************
       01  CHEQUE-CONTROL-RECORD.
           03  CQC-PAY-DATE        PIC 9(08).
           03  CQC-PAID-COUNT      PIC 9(05).
           03  CQC-PAID-AMT        PIC 9(11)V99.
           03  CQC-UNPAID-COUNT    PIC 9(05).
           03  CQC-UNPAID-AMT      PIC 9(11)V99.
