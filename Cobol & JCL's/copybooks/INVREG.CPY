      *****************************************************
      *  INVREG.CPY                                        *
      *  CLIENT INVOICE REGISTER RECORD (INVREG.DAT),       *
      *  KEYED ON IRG-INVOICE-NO.  EMPINVC ADDS ONE RECORD  *
      *  PER INVOICE ISSUED; THE RECEIPTS APPLICATION       *
      *  (EMPRCPT) CARRIES THE CASH APPLIED AGAINST IT AND  *
      *  THE PAYMENT STATUS, SO THE REGISTER IS ALSO THE    *
      *  OPEN-ITEM LEDGER THE AGED-DEBTORS REPORT           *
      *  (EMPARAGE) IS BUILT FROM.  THE OPEN BALANCE IS     *
      *  ALWAYS IRG-AMOUNT LESS IRG-PAID-AMT LESS           *
      *  IRG-CREDIT-AMT.  THE CREDIT-NOTE RUN (EMPCRNT)     *
      *  CARRIES THE CREDIT STATUS AND THE LAST CREDIT      *
      *  NOTE RAISED AGAINST AN INVOICE; A REBILL INVOICE   *
      *  CARRIES THE NUMBER OF THE INVOICE IT REPLACES.     *
      *  IRG-PO-NUMBER IS THE CLIENT PURCHASE ORDER THE     *
      *  INVOICE WAS RAISED AGAINST (SPACES = NONE).        *
      *****************************************************
       01  INVREG-RECORD.
           03  IRG-INVOICE-NO      PIC 9(06).
           03  IRG-DATE            PIC 9(08).
           03  IRG-CLIENT          PIC X(08).
           03  IRG-AMOUNT          PIC 9(9)V99.
           03  IRG-PAID-AMT        PIC 9(9)V99.
           03  IRG-CREDIT-AMT      PIC 9(9)V99.
           03  IRG-PAY-STATUS      PIC X(01).
               88  IRG-OPEN                   VALUE 'O'.
               88  IRG-PART-PAID              VALUE 'P'.
               88  IRG-FULLY-PAID             VALUE 'F'.
           03  IRG-LAST-RCPT-DATE  PIC 9(08).
           03  IRG-CREDIT-STATUS   PIC X(01).
               88  IRG-NOT-CREDITED           VALUE SPACE.
               88  IRG-PART-CREDITED          VALUE 'P'.
               88  IRG-FULLY-CREDITED         VALUE 'C'.
           03  IRG-LAST-CRN-NO     PIC 9(06).
           03  IRG-REPLACES-INV    PIC 9(06).
           03  IRG-PO-NUMBER       PIC X(12).
           03  FILLER              PIC X(11).
