      *****************************************************
      *  TRNLEDG.CPY                                       *
      *  TRAINING COMPLETION LEDGER RECORD (TRNLEDG.DAT).   *
      *  ONE RECORD PER COURSE COMPLETION POSTED BY         *
      *  EMPTRAIN, NEVER REWRITTEN.  THE DEPARTMENT AND     *
      *  LOCATION ARE THOSE ON EMPMAST.DAT WHEN THE         *
      *  COMPLETION WAS POSTED SO SPEND STAYS WITH THE      *
      *  DEPARTMENT THAT PAID FOR IT AFTER A TRANSFER.      *
      *  TLG-NEW-CERT-DATE IS THE CERTIFICATION EXPIRY THE  *
      *  COMPLETION MOVED FORWARD TO (ZERO WHEN IT MOVED    *
      *  NOTHING).  EMPTRSPD REPORTS SPEND FROM IT.         *
      *****************************************************
       01  TRAINING-LEDGER-RECORD.
           03  TLG-EMP-ID          PIC X(05).
           03  TLG-COURSE          PIC X(05).
           03  TLG-COMP-DATE.
               05  TLG-COMP-YR     PIC 9(04).
               05  TLG-COMP-MM     PIC 9(02).
               05  TLG-COMP-DD     PIC 9(02).
           03  TLG-COST            PIC 9(05)V99.
           03  TLG-DEPT            PIC X(04).
           03  TLG-LOC             PIC X(03).
           03  TLG-SKILL           PIC X(05).
           03  TLG-PROF            PIC X(01).
           03  TLG-NEW-CERT-DATE   PIC 9(08).
           03  TLG-POST-DATE       PIC 9(08).
           03  FILLER              PIC X(06).
