      *****************************************************
      *  RCPTREC.CPY                                       *
      *  CLIENT CASH RECEIPT RECORD.  ONE PER CREDIT ON     *
      *  THE BANK'S RECEIPTS FILE (RCPTIN.DAT) - PAYING     *
      *  CLIENT, VALUE DATE, AMOUNT AND WHATEVER THE        *
      *  CLIENT QUOTED: OUR INVOICE NUMBER, OR A FREE-TEXT  *
      *  REMITTANCE REFERENCE THAT USUALLY CARRIES IT AS    *
      *  'INV-NNNNNN'.  EMPRCPT WRITES WHAT IT CANNOT       *
      *  APPLY TO THE SUSPENSE LIST (RCPTSUSP.DAT) IN THE   *
      *  SAME LAYOUT WITH RCP-SUSP-REASON SET, SO A         *
      *  CORRECTED SUSPENSE ITEM CAN BE FED STRAIGHT BACK   *
      *  IN WITH THE NEXT RECEIPTS FILE.                    *
      *****************************************************
       01  RECEIPT-RECORD.
           03  RCP-CLIENT          PIC X(08).
           03  RCP-DATE            PIC 9(08).
           03  RCP-AMOUNT          PIC 9(9)V99.
           03  RCP-INVOICE-NO      PIC 9(06).
           03  RCP-REMIT-REF       PIC X(20).
           03  RCP-BANK-REF        PIC X(12).
           03  RCP-SUSP-REASON     PIC X(04).
               88  RCP-NO-INVOICE             VALUE 'NOIN'.
               88  RCP-WRONG-CLIENT           VALUE 'CLNT'.
               88  RCP-ALREADY-PAID           VALUE 'PAID'.
               88  RCP-OVERPAYMENT            VALUE 'OVER'.
           03  FILLER              PIC X(11).
