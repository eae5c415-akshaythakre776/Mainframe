      *****************************************************
      *  COAREC.CPY                                        *
      *  GENERAL LEDGER CHART-OF-ACCOUNTS RECORD            *
      *  (COAMAST.DAT).  FINANCE'S EXTRACT OF THE LEDGER'S  *
      *  ACCOUNTS ('A' ROWS) AND COST CENTERS ('C' ROWS),   *
      *  REPLACED WHOLE WHENEVER FINANCE SENDS A NEW ONE.   *
      *  A CODE IS POSTABLE ON A DATE WHEN IT IS OPEN,      *
      *  POSTING IS ALLOWED AND THE DATE FALLS INSIDE ITS   *
      *  VALID-FROM/VALID-TO RANGE (ZERO VALID-TO MEANS NO  *
      *  END DATE).  EMPJRNL REDIRECTS ANY JOURNAL LINE     *
      *  WHOSE ACCOUNT OR COST CENTER IS NOT POSTABLE TO    *
      *  THE 'JSU' SUSPENSE ACCOUNT; EMPCOACK CHECKS        *
      *  CCMAST.DAT AND GLRULES.DAT AGAINST IT NIGHTLY.     *
      *****************************************************
       01  COA-RECORD.
           03  COA-TYPE            PIC X(01).
               88  COA-ACCOUNT-ROW            VALUE 'A'.
               88  COA-COST-CENTER-ROW        VALUE 'C'.
           03  COA-CODE            PIC X(06).
           03  COA-STATUS          PIC X(01).
               88  COA-OPEN                   VALUE 'O'.
               88  COA-CLOSED                 VALUE 'C'.
           03  COA-POSTING         PIC X(01).
               88  COA-POSTING-ALLOWED        VALUE 'Y'.
           03  COA-VALID-FROM      PIC 9(08).
           03  COA-VALID-TO        PIC 9(08).
           03  COA-DESC            PIC X(25).
