      *****************************************************
      *  TAXDECL.CPY                                       *
      *  EMPLOYEE TAX-SAVING DECLARATION MASTER             *
      *  (TAXDECL.DAT), KEYED ON EMP-ID, TAX YEAR AND       *
      *  SECTION CODE SO AN EMPLOYEE CARRIES ONE RECORD PER *
      *  SECTION PER YEAR.  EMPTXDCL LOADS THE DECLARED     *
      *  AMOUNT AND SETS TDC-ALLOWED TO IT, CAPPED AT THE   *
      *  TAXSECT.DAT LIMIT.  EMPTXPRF LATER REPLACES IT     *
      *  WITH THE VERIFIED PROOF AMOUNT (STATUS 'V'), OR AT *
      *  THE PROOF CUT-OFF DISALLOWS A DECLARATION NEVER    *
      *  PROVED (STATUS 'X', ALLOWED ZERO).  EMPPAY TAKES   *
      *  THE RELIEF OFF THE TAX BASE PERIOD BY PERIOD AND   *
      *  KEEPS TDC-RELIEF-YTD, SO A CHANGE TO TDC-ALLOWED   *
      *  IS SPREAD OVER THE MONTHS LEFT IN THE YEAR.        *
      *  TDC-LAST-PERIOD AND TDC-LAST-RELIEF HOLD THE       *
      *  LATEST RUN'S SHARE SO A RERUN OF THE SAME PERIOD   *
      *  REPLACES IT INSTEAD OF ADDING TO IT.               *
      *****************************************************
       01  TAX-DECL-RECORD.
           03  TDC-KEY.
               05  TDC-EMP-ID      PIC X(05).
               05  TDC-YEAR        PIC 9(04).
               05  TDC-SECTION     PIC X(03).
           03  TDC-STATUS          PIC X(01).
               88  TDC-AS-DECLARED            VALUE 'D'.
               88  TDC-PROOF-VERIFIED         VALUE 'V'.
               88  TDC-DISALLOWED             VALUE 'X'.
           03  TDC-DECL-AMT        PIC 9(7)V99.
           03  TDC-PROOF-AMT       PIC 9(7)V99.
           03  TDC-ALLOWED         PIC 9(7)V99.
           03  TDC-RELIEF-YTD      PIC S9(7)V99.
           03  TDC-LAST-PERIOD     PIC 9(06).
           03  TDC-LAST-RELIEF     PIC S9(7)V99.
           03  TDC-DECL-DATE       PIC 9(08).
           03  TDC-PROOF-DATE      PIC 9(08).
