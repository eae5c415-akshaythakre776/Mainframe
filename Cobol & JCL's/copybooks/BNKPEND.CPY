      *****************************************************
      *  BNKPEND.CPY                                        *
      *  BANK-DETAIL CHANGE AWAITING ITS COOLING-OFF PERIOD *
      *  (BNKPEND.DAT, INDEXED ON EMP-ID, TARGET AND        *
      *  PRIORITY).  BNKMAINT AND BNKSMNT NO LONGER PUT A   *
      *  NEW ACCOUNT NUMBER STRAIGHT ONTO BNKMAST.DAT OR    *
      *  BNKSPLIT.DAT - THE NEW DETAILS WAIT HERE AND PAY   *
      *  CONTINUES TO THE OLD ACCOUNT.  TARGET 'M' IS THE   *
      *  MAIN ACCOUNT (PRIORITY 00), 'S' A SPLIT ACCOUNT AT *
      *  BPN-PRIORITY.  EMPEVENT SENDS THE EMPLOYEE A       *
      *  CONFIRMATION NOTICE THROUGH THE HR EVENT FEED AND  *
      *  SETS BPN-NOTICE-FLAG; BNKPREL MOVES THE CHANGE TO  *
      *  THE BANK FILES ONCE THE NOTICE HAS GONE AND THE    *
      *  COOLING-OFF DAYS SINCE BPN-KEYED-DATE HAVE PASSED. *
      *  A LATER CHANGE FOR THE SAME ACCOUNT REPLACES THE   *
      *  PENDING ONE AND RESTARTS THE PERIOD.               *
      *****************************************************
       01  BANK-PENDING-RECORD.
           03  BPN-KEY.
               05  BPN-EMP-ID      PIC X(05).
               05  BPN-TARGET      PIC X(01).
                   88  BPN-MAIN-ACCOUNT       VALUE 'M'.
                   88  BPN-SPLIT-ACCOUNT      VALUE 'S'.
               05  BPN-PRIORITY    PIC 9(02).
           03  BPN-BANK-CODE       PIC X(08).
           03  BPN-ACCT-NO         PIC X(16).
           03  BPN-ACCT-NAME       PIC X(25).
           03  BPN-SPLIT-TYPE      PIC X(01).
           03  BPN-AMOUNT          PIC 9(7)V99.
           03  BPN-PCT             PIC 9(3)V99.
           03  BPN-KEYED-DATE.
               05  BPN-KEYED-YR    PIC 9(04).
               05  BPN-KEYED-MM    PIC 9(02).
               05  BPN-KEYED-DD    PIC 9(02).
           03  BPN-NOTICE-FLAG     PIC X(01).
               88  BPN-NOTICE-SENT            VALUE 'Y'.
           03  BPN-NOTICE-DATE     PIC 9(08).
           03  FILLER              PIC X(11).
