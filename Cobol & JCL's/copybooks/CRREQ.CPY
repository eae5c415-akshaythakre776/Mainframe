      *****************************************************
      *  CRREQ.CPY                                         *
      *  CREDIT REQUEST LINE (CRREQIN.DAT) FOR THE CREDIT-  *
      *  NOTE RUN (EMPCRNT).  ALL LINES FOR ONE ORIGINAL    *
      *  INVOICE ARE KEPT TOGETHER AND BECOME ONE CREDIT    *
      *  NOTE.  LINE TYPES -                                *
      *  L  REVERSE AN INVOICE LINE: EMPLOYEE, SKILL,       *
      *     HOURS AND THE RATE IT WAS BILLED AT (OR A       *
      *     STATED AMOUNT).  CORRECTED HOURS IN             *
      *     CRQ-REBILL-HOURS ARE REBILLED AT THE SAME RATE  *
      *     ON A NEW INVOICE THAT REPLACES THE ORIGINAL.    *
      *  A  CREDIT A STATED AMOUNT WITH NO LINE DETAIL.     *
      *  F  CREDIT WHATEVER IS LEFT UNCREDITED ON THE       *
      *     INVOICE.                                        *
      *****************************************************
       01  CREDIT-REQUEST-RECORD.
           03  CRQ-INVOICE-NO      PIC 9(06).
           03  CRQ-TYPE            PIC X(01).
               88  CRQ-LINE-CREDIT            VALUE 'L'.
               88  CRQ-AMOUNT-CREDIT          VALUE 'A'.
               88  CRQ-FULL-CREDIT            VALUE 'F'.
           03  CRQ-EMP-ID          PIC X(05).
           03  CRQ-TECH            PIC X(05).
           03  CRQ-HOURS           PIC 9(5)V9.
           03  CRQ-RATE            PIC 9(3)V99.
           03  CRQ-AMOUNT          PIC 9(9)V99.
           03  CRQ-REBILL-HOURS    PIC 9(5)V9.
           03  CRQ-REASON          PIC X(20).
           03  FILLER              PIC X(15).
