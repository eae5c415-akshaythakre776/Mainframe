      *****************************************************
      *  BNKCTL.CPY                                        *
      *  BANK-FILE CONTROL TOTALS RECORD (BNKCTL.DAT).  ONE *
      *  RECORD WRITTEN BY EACH EMPBANK RUN - THE CREDIT    *
      *  COUNT AND AMOUNT (THE SAME FIGURES AS THE          *
      *  BANKFILE.DAT TRAILER) PLUS THE COUNT AND AMOUNT OF *
      *  EXCEPTIONS NOT CREDITED (NO BANK RECORD, OR MARKED *
      *  ON MANPAY.DAT FOR MANUAL PAYMENT), THE NETS        *
      *  DIVERTED TO THE HELD-PAYMENTS REGISTER BECAUSE THE *
      *  EMPLOYEE IS ON A PAYMENT HOLD, AND THE RELEASED    *
      *  HOLDS PAID - CREDITS ON THE FILE THAT COME FROM    *
      *  EARLIER RUNS, NOT THIS RUN'S NET - SO THE EMPFUNDS *
      *  RECONCILIATION CAN PROVE TRANSMITTED LESS RELEASED *
      *  PLUS EXCEPTED PLUS HELD EQUALS THE PAY RUN'S NET   *
      *  TO THE PENNY.  THE RUN TOTAL IS THE FIRST RECORD   *
      *  (BKC-LEVEL 'T'); A RUN PAYING FOR MORE THAN ONE    *
      *  COMPANY FOLLOWS IT WITH ONE RECORD PER COMPANY     *
      *  (BKC-LEVEL 'C', BKC-COMPANY) ON THE SAME TERMS.    *
      *****************************************************
       01  BANK-CONTROL-RECORD.
           03  BKC-CREDIT-COUNT    PIC 9(07).
           03  BKC-CREDIT-AMT      PIC 9(11)V99.
           03  BKC-EXC-COUNT       PIC 9(05).
           03  BKC-EXC-AMT         PIC 9(11)V99.
           03  BKC-HELD-COUNT      PIC 9(05).
           03  BKC-HELD-AMT        PIC 9(11)V99.
           03  BKC-REL-COUNT       PIC 9(05).
           03  BKC-REL-AMT         PIC 9(11)V99.
           03  BKC-LEVEL           PIC X(01).
               88  BKC-TOTAL-LEVEL           VALUE 'T'.
               88  BKC-COMPANY-LEVEL         VALUE 'C'.
           03  BKC-COMPANY         PIC X(03).
