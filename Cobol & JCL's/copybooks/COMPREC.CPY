      *****************************************************
      *  COMPREC.CPY                                       *
      *  COMPANY MASTER RECORD (COMPMAST.DAT) - ONE PER     *
      *  LEGAL ENTITY NAMED IN LOCM-COMPANY.  CARRIES THE   *
      *  GENERAL LEDGER THE COMPANY'S JOURNAL IS LOADED TO, *
      *  THE BANK ACCOUNT ITS SALARY CREDITS ARE DEBITED    *
      *  FROM AND ITS TAX AND SOCIAL-INSURANCE EMPLOYER     *
      *  REGISTRATIONS FOR THE STATUTORY RETURNS.           *
      *  SEQUENTIAL, READ THROUGH REFLKUP ('K' REQUESTS).   *
      *****************************************************
       01  COMP-RECORD.
           03  COMP-CODE           PIC X(03).
           03  COMP-NAME           PIC X(30).
           03  COMP-LEDGER         PIC X(06).
           03  COMP-BANK-CODE      PIC X(08).
           03  COMP-BANK-ACCT      PIC X(16).
           03  COMP-TAX-REG        PIC X(15).
           03  COMP-SI-REG         PIC X(12).
           03  FILLER              PIC X(10).
