      *****************************************************
      *  CHQREG.CPY                                        *
      *  CHEQUE AND PAYMENT-ORDER REGISTER RECORD          *
      *  (CHQREG.DAT, INDEXED ON CHQ-NUMBER WITH           *
      *  CHQ-EMP-ID AS AN ALTERNATE KEY WITH DUPLICATES SO *
      *  ONE EMPLOYEE'S CHEQUES ARE ONE START AWAY).       *
      *  EMPCHEQ WRITES ONE RECORD FOR EVERY NUMBER IT     *
      *  ISSUES FROM THE CONTROLLED STOCK RANGE AND        *
      *  APPLIES THE VOID, REISSUE AND PRESENTED           *
      *  TRANSACTIONS.  CHQ-STATUS-DATE IS THE DATE OF THE *
      *  LAST STATUS CHANGE.  A REISSUED CHEQUE IS LEFT ON *
      *  FILE AS 'R' WITH CHQ-REPLACED-BY POINTING AT THE  *
      *  NEW NUMBER, WHICH CARRIES THE OLD ONE IN          *
      *  CHQ-REPLACES, SO THE CHAIN CAN BE WALKED EITHER   *
      *  WAY.                                              *
      *****************************************************
       01  CHEQUE-REG-RECORD.
           03  CHQ-NUMBER          PIC 9(08).
           03  CHQ-TYPE            PIC X(01).
               88  CHQ-CHEQUE                 VALUE 'C'.
               88  CHQ-PAY-ORDER              VALUE 'P'.
           03  CHQ-EMP-ID          PIC X(05).
           03  CHQ-PAYEE           PIC X(15).
           03  CHQ-AMOUNT          PIC 9(7)V99.
           03  CHQ-PAY-DATE        PIC 9(08).
           03  CHQ-ISSUE-DATE      PIC 9(08).
           03  CHQ-STATUS          PIC X(01).
               88  CHQ-ISSUED                 VALUE 'I'.
               88  CHQ-PRESENTED              VALUE 'P'.
               88  CHQ-VOID                   VALUE 'V'.
               88  CHQ-REISSUED               VALUE 'R'.
               88  CHQ-LIVE                   VALUE 'I' 'P'.
           03  CHQ-STATUS-DATE     PIC 9(08).
           03  CHQ-REPLACES        PIC 9(08).
           03  CHQ-REPLACED-BY     PIC 9(08).
           03  FILLER              PIC X(01).
